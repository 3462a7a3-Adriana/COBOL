           05 SES-CODIGO          PIC X(04).
           05 SES-NOME            PIC X(20).
           05 SES-PERFIL          PIC X(01).
           05 SES-MODO            PIC X(01).
