                    05 ANO-VIGFIM PIC 9(04).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 DIAS-RETORNO    PIC 9(03).
                03 REG-ANS         PIC 9(06).
                03 LAYOUT-REM      PIC X(01).
                03 CNPJ-CONV       PIC 9(14).
                03 CONV-FUNC       PIC X(01).

       FD CADCONSU
            LABEL RECORD IS STANDARD
