                03 NOMEC           PIC X(30).
                03 PLANO           PIC 9(02).
                03 VALOR-MENSALIDADE PIC 9(06)V99.
                03 FILLER          PIC X(77).

       FD CADCONSU
            LABEL RECORD IS STANDARD
