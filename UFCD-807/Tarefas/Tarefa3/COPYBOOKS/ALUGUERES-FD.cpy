           05 ALG-CONTA-CORP      PIC X(04).
           05 ALG-NIF             PIC 9(09).
           05 ALG-FATURA-NUM      PIC 9(06).
           05 ALG-CANAL           PIC X(04).
      * Uso interno da frota: sigla do negocio a que a cedencia e
      * debitada (PIZ, AGA), sem fatura nem IVA; em branco = cliente.
           05 ALG-INTERNO         PIC X(03).
