       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP063.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * REORGANIZACAO DO CADLOTREM COM O   *
      * LAYOUT PROPRIO DA CLINICA E O HASH *
      * ZERADO NOS LOTES JA GERADOS        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLOTV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-V
                    FILE STATUS  IS ST-ERRO-V.
      *
      *-----------------------------------------------------------------
           SELECT CADLOTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-R
                    FILE STATUS  IS ST-ERRO-R.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLOTV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLOTREM.DAT".
       01 REGLOTV.
                03 CHAVE-V         PIC X(16).
                03 DADOS-V         PIC X(47).

       FD CADLOTR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLOTREMR.DAT".
       01 REGLOTR.
                03 CHAVE-R         PIC X(16).
                03 DADOS-R         PIC X(47).
                03 LAYOUT-R        PIC X(01).
                03 HASH-R          PIC 9(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-V     PIC X(02) VALUE "00".
       77 ST-ERRO-R     PIC X(02) VALUE "00".
       77 W-TOT-LIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOT-GRAVADOS PIC 9(06) VALUE ZEROS.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       REO-OP0.
           OPEN INPUT CADLOTV
           IF ST-ERRO-V NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTREM"
               GO TO ROT-FIM.
           OPEN OUTPUT CADLOTR
           IF ST-ERRO-R NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTREMR"
               CLOSE CADLOTV
               GO TO ROT-FIM.
      *
      *****************************************
      * COPIA COM OS CAMPOS NOVOS INICIADOS    *
      *****************************************
      *
       REO-LER.
                READ CADLOTV NEXT RECORD
                AT END
                    GO TO REO-FIM.
                ADD 1 TO W-TOT-LIDOS
                MOVE CHAVE-V     TO CHAVE-R
                MOVE DADOS-V     TO DADOS-R
                MOVE "P"         TO LAYOUT-R
                MOVE ZEROS       TO HASH-R
                WRITE REGLOTR
                IF ST-ERRO-R = "00" OR "02"
                    ADD 1 TO W-TOT-GRAVADOS
                ELSE
                    DISPLAY "ERRO NA GRAVACAO DA CHAVE " CHAVE-V.
                GO TO REO-LER.
      *
       REO-FIM.
                CLOSE CADLOTV CADLOTR
                DISPLAY "REGISTROS LIDOS   : " W-TOT-LIDOS
                DISPLAY "REGISTROS GRAVADOS: " W-TOT-GRAVADOS
                DISPLAY "RENOMEAR CADLOTREMR.DAT PARA CADLOTREM.DAT"
                DISPLAY "APOS A CONFERENCIA DOS TOTAIS"
                GO TO ROT-FIMP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                MOVE 8 TO RETURN-CODE
                GO TO ROT-FIMP.
      *
      **********************
      * SAIDA DO PROGRAMA  *
      **********************
      *
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
