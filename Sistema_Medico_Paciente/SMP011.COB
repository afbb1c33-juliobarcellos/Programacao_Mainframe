                    FILE STATUS  IS ST-ERRO-AMG
                    ALTERNATE RECORD IS NOME WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    05 COMPLEMENTO-COM PIC X(12).
                03 TIPO-END-PRIMARIO PIC X(01).

       FD ARQENDER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQENDER.DAT".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-MED   PIC X(02) VALUE "00".
       77 ST-ERRO-AMG   PIC X(02) VALUE "00".
       77 ST-ERRO-END   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-CONT-PACI   PIC 9(06) VALUE ZEROS.
       01 LINCAB1.
           03 FILLER          PIC X(20) VALUE "PACIENTES COM CEP".
           03 FILLER          PIC X(40)
              VALUE "NAO CADASTRADO EM ARQENDER".
       01 LINCAB2.
           03 FILLER          PIC X(20) VALUE "MEDICOS COM CEP".
           03 FILLER          PIC X(40)
              VALUE "NAO CADASTRADO EM ARQENDER".
       01 LINCAB3.
           03 FILLER          PIC X(20) VALUE "AMIGOS COM CEP".
           03 FILLER          PIC X(40)
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQAMIGO"
               CLOSE CADPACI CADMED
               GO TO ROT-FIM.
           OPEN INPUT ARQENDER
           IF ST-ERRO-END NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQENDER"
               CLOSE CADPACI CADMED ARQAMIGO
               GO TO ROT-FIM.
           OPEN OUTPUT RELCEP
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CEPDIVERG"
               CLOSE CADPACI CADMED ARQAMIGO ARQENDER
               GO TO ROT-FIM.
      *
      *****************************************
      * PACIENTES X ARQENDER                   *
      *****************************************
      *
       REL-CAB-PACI.
                READ CADPACI NEXT RECORD
                AT END
                    GO TO REL-CAB-MED.
                MOVE ACEP OF REGPACI TO CEP-E
                READ ARQENDER
                IF ST-ERRO-END = "23"
                   MOVE CPF       TO LD-CHAVE
                   MOVE NOMEP     TO LD-NOME
                   MOVE ACEP OF REGPACI TO LD-CEP
                   MOVE LINDET TO LINRELCEP
                   WRITE LINRELCEP
                   ADD 1 TO W-CONT-PACI.
                IF ACEP-COM OF REGPACI = ZEROS
                   GO TO REL-LER-PACI.
                MOVE ACEP-COM OF REGPACI TO CEP-E
                READ ARQENDER
                IF ST-ERRO-END = "23"
                   MOVE CPF       TO LD-CHAVE
                   MOVE NOMEP     TO LD-NOME
                   MOVE ACEP-COM OF REGPACI TO LD-CEP
                   MOVE LINDET TO LINRELCEP
                   WRITE LINRELCEP
                   ADD 1 TO W-CONT-PACI.
                GO TO REL-LER-PACI.
      *
      *****************************************
      * MEDICOS X ARQENDER                     *
      *****************************************
      *
       REL-CAB-MED.
                READ CADMED NEXT RECORD
                AT END
                    GO TO REL-CAB-AMG.
                MOVE ACEP OF REGMED TO CEP-E
                READ ARQENDER
                IF ST-ERRO-END = "23"
                   MOVE CRM       TO LD-CHAVE
                   MOVE NOMEM     TO LD-NOME
                   MOVE ACEP OF REGMED TO LD-CEP
                   MOVE LINDET TO LINRELCEP
                   WRITE LINRELCEP
                   ADD 1 TO W-CONT-AMG.
                IF ACEP-COM OF REGAMIGO = ZEROS
                   GO TO REL-LER-AMG.
                MOVE ACEP-COM OF REGAMIGO TO CEP-E
                READ ARQENDER
                IF ST-ERRO-END = "23"
                   MOVE APELIDO   TO LD-CHAVE
                   MOVE NOME      TO LD-NOME
                   MOVE ACEP-COM OF REGAMIGO TO LD-CEP
                   MOVE LINDET TO LINRELCEP
                   WRITE LINRELCEP
                   ADD 1 TO W-CONT-AMG.
                GO TO REL-LER-AMG.
      *
       REL-FIM.
                   CLOSE CADMED.
                IF ST-ERRO-AMG = "00"
                   CLOSE ARQAMIGO.
                IF ST-ERRO-END = "00"
                   CLOSE ARQENDER.
                IF ST-ERRO-REL = "00"
