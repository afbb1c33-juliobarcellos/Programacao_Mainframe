
      *
      *-----------------------------------------------------------------
           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    05 COMPLEMENTO-COM PIC X(10).
                03 TIPO-END-PRIMARIO PIC X(01).

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
                
       FD CADCONV
            LABEL RECORD IS STANDARD
                    05 ANO-VIGFIM PIC 9(04).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 DIAS-RETORNO    PIC 9(03).
                03 REG-ANS         PIC 9(06).
                03 LAYOUT-REM      PIC X(01).
                03 CNPJ-CONV       PIC 9(14).
                03 CONV-FUNC       PIC X(01).

       FD CADPLANO
            LABEL RECORD IS STANDARD
           05  LINE 12  COLUMN 41 
               VALUE  "IRRO:".
           05  LINE 14  COLUMN 01 
               VALUE  " CIDADE:".
           05  LINE 14  COLUMN 46 
               VALUE  "UF:    TELEFONE: (  )".
           05  LINE 16  COLUMN 01
               VALUE  " EMAIL:".
           05  LINE 17  COLUMN 01
               LINE 10  COLUMN 19  PIC 9(08)
               USING  ACEP.
           05  T-ENDERECO
               LINE 10  COLUMN 41  PIC X(35)
               USING  ENDERECO.
           05  T-NUMCASA
               LINE 12  COLUMN 10  PIC 9(04)
               LINE 12  COLUMN 47  PIC X(20)
               USING  BAIRRO.
           05  T-CIDADE
               LINE 14  COLUMN 10  PIC X(35)
               USING  CIDADE.
           05  T-UF
               LINE 14  COLUMN 50  PIC X(02)
               USING  UF.
           05  T-DDD
               LINE 14  COLUMN 64  PIC 9(02)
               USING  DDD.
           05  T-NUMTEL
               LINE 14  COLUMN 68  PIC 9(09)
               USING  NUMTEL.
           05  T-EMAIL
               LINE 16  COLUMN 09  PIC X(30)
               LINE 20  COLUMN 12  PIC 9(08)
               USING  ACEP-COM.
           05  T-ENDERCOM
               LINE 20  COLUMN 39  PIC X(35)
               USING  ENDERECO.
           05  T-NUMCASACOM
               LINE 21  COLUMN 07  PIC 9(04)
                    NEXT SENTENCE.

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
                      GO TO INC-010.
       INC-010A.
                MOVE ACEP TO CEP.
                READ ARQENDER
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "23"
                    IF W-SEL NOT = 1
                     DISPLAY TELAPAC
                     GO TO INC-010-FIM
                  ELSE
                    MOVE "*** ERRO GRAVE NA LEITURA ARQENDER" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
                ELSE
                    DISPLAY T-ENDERCOM
                    GO TO INC-016-FIM.
                MOVE ACEP-COM TO CEP.
                READ ARQENDER
                IF ST-ERRO NOT = "00"
                    MOVE "CEP NAO CADASTRADO" TO ENDERECO BAIRRO
                    MOVE "CEP NAO CADASTRADO" TO CIDADE
      **********************
      *
       ROT-FIM.
                CLOSE CADPACI ARQENDER CADCONV CADPLANO AUDITLOG
                      JORNAL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
