       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP076.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * REORGANIZACAO DO CADEXAME COM O    *
      * TIPO CODIFICADO, VALOR NUMERICO E  *
      * CLASSIFICACAO DO RESULTADO         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXAMEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS EXM-CHAVE-V
                    FILE STATUS  IS ST-ERRO-V.
      *
      *-----------------------------------------------------------------
           SELECT CADEXAMER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXM-CHAVE-R
                    FILE STATUS  IS ST-ERRO-R.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXAMEV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEXAME.DAT".
       01 REGEXAMEV.
                03 EXM-CHAVE-V     PIC X(25).
                03 EXM-RESTO-V     PIC X(107).

       FD CADEXAMER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEXAMER.DAT".
       01 REGEXAMER.
                03 EXM-CHAVE-R     PIC X(25).
                03 EXM-RESTO-R     PIC X(107).
                03 EXM-COD-TIPO-R  PIC 9(04).
                03 EXM-VALOR-R     PIC 9(07)V999.
                03 EXM-FLAG-R      PIC X(01).
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
           OPEN INPUT CADEXAMEV
           IF ST-ERRO-V NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXAME"
               GO TO ROT-FIM.
           OPEN OUTPUT CADEXAMER
           IF ST-ERRO-R NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXAMER"
               CLOSE CADEXAMEV
               GO TO ROT-FIM.
      *
      *****************************************
      * COPIA COM OS CAMPOS NOVOS INICIADOS    *
      *****************************************
      *
       REO-LER.
                READ CADEXAMEV NEXT RECORD
                AT END
                    GO TO REO-FIM.
                ADD 1 TO W-TOT-LIDOS
                MOVE EXM-CHAVE-V TO EXM-CHAVE-R
                MOVE EXM-RESTO-V TO EXM-RESTO-R
                MOVE ZEROS       TO EXM-COD-TIPO-R EXM-VALOR-R
                MOVE SPACE       TO EXM-FLAG-R
                WRITE REGEXAMER
                IF ST-ERRO-R = "00" OR "02"
                    ADD 1 TO W-TOT-GRAVADOS
                ELSE
                    DISPLAY "ERRO NA GRAVACAO DA CHAVE " EXM-CHAVE-V.
                GO TO REO-LER.
      *
       REO-FIM.
                CLOSE CADEXAMEV CADEXAMER
                DISPLAY "REGISTROS LIDOS   : " W-TOT-LIDOS
                DISPLAY "REGISTROS GRAVADOS: " W-TOT-GRAVADOS
                DISPLAY "RENOMEAR CADEXAMER.DAT PARA CADEXAME.DAT"
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
