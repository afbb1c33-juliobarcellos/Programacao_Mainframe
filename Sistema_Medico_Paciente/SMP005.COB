
      *
      *-----------------------------------------------------------------
           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).

       FD ARQENDER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
                03 CEP             PIC 9(08).
                03 ENDERECO        PIC X(35).
                03 BAIRRO          PIC X(20).
                03 CIDADE          PIC X(35).
                03 UF              PIC X(02).
                03 STATUS-REG-E    PIC X(01).
                03 MOTIVO-EXCL-E   PIC X(30).

       FD CADESPEC
            LABEL RECORD IS STANDARD
               VALUE  "IRRO:".
           05  LINE 10  COLUMN 01 
               VALUE  " CIDADE:".
           05  LINE 10  COLUMN 46 
               VALUE  "UF:".
           05  LINE 12  COLUMN 01 
               VALUE  " TELEFONE=> CELULAR: (   )            RE".
           05  LINE 12  COLUMN 41 
               LINE 06  COLUMN 18  PIC 9(08)
               USING  ACEP.
           05  T-ENDERECO
               LINE 06  COLUMN 39  PIC X(35)
               USING  ENDERECO.
           05  T-NUM
               LINE 08  COLUMN 08  PIC 9(04)
               LINE 08  COLUMN 47  PIC X(20)
               USING  BAIRRO.
           05  T-CID
               LINE 10  COLUMN 10  PIC X(35)
               USING  CIDADE.
           05  T-UF
               LINE 10  COLUMN 50  PIC X(02)
               USING  UF.
           05  T-DDDCEL
               LINE 12  COLUMN 23  PIC 9(03)
               OPEN OUTPUT AUDITLOG.

       INC-OP1.
           OPEN INPUT ARQENDER
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      MOVE "* ARQUIVO ARQENDER NAO EXISTE, FAVOR CRIAR*"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ARQENDER"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                      GO TO INC-004.
       INC-004A.
                MOVE ACEP TO CEP.
                READ ARQENDER
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "23"
                    IF W-SEL NOT = 1
                     DISPLAY TELAMED
                     GO TO INC-004-FIM
                  ELSE
                    MOVE "*** ERRO GRAVE NA LEITURA ARQENDER" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
                ELSE
      **********************
      *
       ROT-FIM.
                CLOSE CADMED ARQENDER AUDITLOG
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
