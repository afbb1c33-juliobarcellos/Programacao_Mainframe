       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP062.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * REORGANIZACAO DO CADCONV COM O     *
      * REGISTRO ANS ZERADO E A REMESSA NO *
      * LAYOUT PROPRIO DA CLINICA          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONVV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CODIGO-V
                    FILE STATUS  IS ST-ERRO-V.
      *
      *-----------------------------------------------------------------
           SELECT CADCONVR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-R
                    FILE STATUS  IS ST-ERRO-R.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONVV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONVV.
                03 CODIGO-V        PIC 9(04).
                03 DADOS-V         PIC X(95).

       FD CADCONVR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONVR.DAT".
       01 REGCONVR.
                03 CODIGO-R        PIC 9(04).
                03 DADOS-R         PIC X(95).
                03 REG-ANS-R       PIC 9(06).
                03 LAYOUT-REM-R    PIC X(01).
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
           OPEN INPUT CADCONVV
           IF ST-ERRO-V NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV"
               GO TO ROT-FIM.
           OPEN OUTPUT CADCONVR
           IF ST-ERRO-R NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONVR"
               CLOSE CADCONVV
               GO TO ROT-FIM.
      *
      *****************************************
      * COPIA COM OS CAMPOS NOVOS INICIADOS    *
      *****************************************
      *
       REO-LER.
                READ CADCONVV NEXT RECORD
                AT END
                    GO TO REO-FIM.
                ADD 1 TO W-TOT-LIDOS
                MOVE CODIGO-V    TO CODIGO-R
                MOVE DADOS-V     TO DADOS-R
                MOVE ZEROS       TO REG-ANS-R
                MOVE "P"         TO LAYOUT-REM-R
                WRITE REGCONVR
                IF ST-ERRO-R = "00" OR "02"
                    ADD 1 TO W-TOT-GRAVADOS
                ELSE
                    DISPLAY "ERRO NA GRAVACAO DA CHAVE " CODIGO-V.
                GO TO REO-LER.
      *
       REO-FIM.
                CLOSE CADCONVV CADCONVR
                DISPLAY "REGISTROS LIDOS   : " W-TOT-LIDOS
                DISPLAY "REGISTROS GRAVADOS: " W-TOT-GRAVADOS
                DISPLAY "RENOMEAR CADCONVR.DAT PARA CADCONV.DAT"
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
