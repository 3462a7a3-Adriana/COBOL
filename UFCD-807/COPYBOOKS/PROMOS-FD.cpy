           05 PRM-USO-UNICO       PIC X(01).
           05 PRM-USADA           PIC X(01).
           05 PRM-AUTO            PIC X(01).
      * Cupao pessoal: so vale para o cliente com este contato (0 =
      * qualquer cliente); campanha AAAAMM que o emitiu.
           05 PRM-CLIENTE         PIC 9(09).
           05 PRM-CAMPANHA        PIC 9(06).
