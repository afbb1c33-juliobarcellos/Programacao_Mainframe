       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP058.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * EVOLUCAO DOS SINAIS VITAIS DO      *
      * PACIENTE: LEITURAS DO CADSINAIS EM *
      * ORDEM DE DATA, COM AS CONDICOES    *
      * CRONICAS DO CADALERG E MARCA DOS   *
      * VALORES FORA DA FAIXA NORMAL       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSINAIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SV-CHAVE
                    FILE STATUS  IS ST-ERRO-SIN.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALG-CHAVE
                    FILE STATUS  IS ST-ERRO-ALG.
      *
      *-----------------------------------------------------------------
           SELECT RELSIN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSINAIS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSINAIS.DAT".
       01 REGSINAIS.
                03 SV-CHAVE.
                    05 SV-CPF      PIC 9(11).
                    05 SV-DATA.
                        07 SV-DIA  PIC 9(02).
                        07 SV-MES  PIC 9(02).
                        07 SV-ANO  PIC 9(04).
                    05 SV-HORA     PIC 9(04).
                03 SV-DATA-ORD     PIC 9(08).
                03 SV-CRM          PIC 9(06).
                03 SV-PA-SIST      PIC 9(03).
                03 SV-PA-DIAS      PIC 9(03).
                03 SV-FC           PIC 9(03).
                03 SV-TEMP         PIC 9(02)V9.
                03 SV-PESO         PIC 9(03)V99.
                03 SV-ALTURA       PIC 9(01)V99.
                03 SV-IMC          PIC 9(02)V99.
                03 SV-GLICEMIA     PIC 9(03).
                03 SV-SATO2        PIC 9(03).
                03 SV-DATA-REG     PIC 9(08).
                03 SV-OPERADOR     PIC X(08).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 DATANASC-P.
                    05 DIA-P       PIC 9(02).
                    05 MES-P       PIC 9(02).
                    05 ANO-P       PIC 9(04).
                03 SEXO-P          PIC X(01).
                03 FILLER          PIC X(193).

       FD CADALERG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADALERG.DAT".
       01 REGALERG.
                03 ALG-CHAVE.
                    05 ALG-CPF     PIC 9(11).
                    05 ALG-SEQ     PIC 9(02).
                03 ALG-TIPO        PIC X(01).
                03 ALG-DESCR       PIC X(40).
                03 ALG-DATA-REG    PIC 9(08).

       FD RELSIN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "EVOLSIN.DAT".
       01 LINRELSIN           PIC X(120).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-SIN   PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-ALG   PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-CPF-REF     PIC 9(11) VALUE ZEROS.
       77 W-TOT-CRON    PIC 9(03) VALUE ZEROS.
       77 W-FORA-PA     PIC 9(04) VALUE ZEROS.
       77 W-FORA-FC     PIC 9(04) VALUE ZEROS.
       77 W-FORA-TEMP   PIC 9(04) VALUE ZEROS.
       77 W-FORA-IMC    PIC 9(04) VALUE ZEROS.
       77 W-FORA-GLIC   PIC 9(04) VALUE ZEROS.
       77 W-FORA-SAT    PIC 9(04) VALUE ZEROS.
       77 W-OBS-IX      PIC 9(03) VALUE ZEROS.
       77 W-PRI-IX      PIC 9(03) VALUE ZEROS.
       77 W-ULT-IX      PIC 9(03) VALUE ZEROS.
       77 TS-TOTAL      PIC 9(03) VALUE ZEROS.
       77 TS-IX         PIC 9(03) VALUE ZEROS.
       77 TS-IY         PIC 9(03) VALUE ZEROS.
       77 W-TROCOU      PIC 9(01) VALUE ZEROS.

      *    FAIXAS DE NORMALIDADE DO ADULTO
       01 W-FAIXAS.
           03 W-PA-SIST-MAX PIC 9(03)    VALUE 139.
           03 W-PA-DIAS-MAX PIC 9(03)    VALUE 089.
           03 W-PA-SIST-MIN PIC 9(03)    VALUE 090.
           03 W-PA-DIAS-MIN PIC 9(03)    VALUE 060.
           03 W-FC-MAX      PIC 9(03)    VALUE 100.
           03 W-FC-MIN      PIC 9(03)    VALUE 050.
           03 W-TEMP-MAX    PIC 9(02)V9  VALUE 37,7.
           03 W-TEMP-MIN    PIC 9(02)V9  VALUE 35,0.
           03 W-IMC-MAX     PIC 9(02)V99 VALUE 24,99.
           03 W-IMC-MIN     PIC 9(02)V99 VALUE 18,50.
           03 W-GLIC-MAX    PIC 9(03)    VALUE 099.
           03 W-GLIC-MIN    PIC 9(03)    VALUE 070.
           03 W-SAT-MIN     PIC 9(03)    VALUE 095.

       01 TABSIN.
           03 TS-ENT OCCURS 300 TIMES.
              05 TS-ORDEM    PIC 9(12).
              05 TS-CRM      PIC 9(06).
              05 TS-PA-SIST  PIC 9(03).
              05 TS-PA-DIAS  PIC 9(03).
              05 TS-FC       PIC 9(03).
              05 TS-TEMP     PIC 9(02)V9.
              05 TS-PESO     PIC 9(03)V99.
              05 TS-ALTURA   PIC 9(01)V99.
              05 TS-IMC      PIC 9(02)V99.
              05 TS-GLICEMIA PIC 9(03).
              05 TS-SATO2    PIC 9(03).
       01 TS-ENT-AUX        PIC X(50).

       01 W-ORDEM       PIC 9(12) VALUE ZEROS.
       01 W-ORDEM-R REDEFINES W-ORDEM.
           03 W-ORD-ANO     PIC 9(04).
           03 W-ORD-MES     PIC 9(02).
           03 W-ORD-DIA     PIC 9(02).
           03 W-ORD-HORA    PIC 9(04).

       01 LINCAB1.
           03 FILLER          PIC X(40)
              VALUE "EVOLUCAO DOS SINAIS VITAIS - PACIENTE: ".
           03 LC-NOME         PIC X(30).
       01 LINCAB2.
           03 FILLER          PIC X(05) VALUE "CPF: ".
           03 LC-CPF          PIC 9(11).
           03 FILLER          PIC X(14) VALUE "  NASCIMENTO: ".
           03 LC-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LC-ANO          PIC 9(04).
           03 FILLER          PIC X(08) VALUE "  SEXO: ".
           03 LC-SEXO         PIC X(01).
       01 LINCRON.
           03 FILLER          PIC X(19) VALUE "CONDICAO CRONICA: ".
           03 LCR-DESCR       PIC X(40).
           03 FILLER          PIC X(14) VALUE "  DESDE     : ".
           03 LCR-DATA        PIC 9(08).
       01 LINCAB3.
           03 FILLER          PIC X(40)
              VALUE "DATA       CRM     PA(MMHG)  FC   TEMP  ".
           03 FILLER          PIC X(40)
              VALUE " PESO   ALT    IMC   GLIC  SAT   ALERTAS".
       01 LINCAB4.
           03 FILLER          PIC X(40)
              VALUE "* = FORA DA FAIXA: PA 90X60 A 139X89, FC".
           03 FILLER          PIC X(40)
              VALUE " 50 A 100, TEMP 35,0 A 37,7, IMC 18,5 A ".
           03 FILLER          PIC X(30)
              VALUE "24,9, GLIC 70 A 99, SAT >= 95".
       01 LINDET.
           03 LD-DIA          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-MES          PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 LD-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-CRM          PIC 9(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-SIST         PIC ZZ9.
           03 FILLER          PIC X(01) VALUE "X".
           03 LD-DIAS         PIC ZZ9.
           03 LD-F-PA         PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-FC           PIC ZZ9.
           03 LD-F-FC         PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-TEMP         PIC Z9,9.
           03 LD-F-TEMP       PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-PESO         PIC ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-ALT          PIC 9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-IMC          PIC Z9,99.
           03 LD-F-IMC        PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-GLIC         PIC ZZ9.
           03 LD-F-GLIC       PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-SAT          PIC ZZ9.
           03 LD-F-SAT        PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-OBS          PIC X(45).
       01 LINTOT.
           03 LT-ROTULO       PIC X(30).
           03 LT-QTD          PIC ZZZ9.
       01 LINEVO.
           03 LE-ROTULO       PIC X(30).
           03 LE-PRIMEIRO     PIC ZZ9,99.
           03 FILLER          PIC X(04) VALUE " -> ".
           03 LE-ULTIMO       PIC ZZ9,99.
       01 LINEVO-PA.
           03 FILLER          PIC X(30)
              VALUE "PRESSAO ARTERIAL .........: ".
           03 LEP-SIST1       PIC ZZ9.
           03 FILLER          PIC X(01) VALUE "X".
           03 LEP-DIAS1       PIC ZZ9.
           03 FILLER          PIC X(04) VALUE " -> ".
           03 LEP-SIST2       PIC ZZ9.
           03 FILLER          PIC X(01) VALUE "X".
           03 LEP-DIAS2       PIC ZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       EVO-001.
           DISPLAY "EVOLUCAO DOS SINAIS VITAIS DO PACIENTE"
           DISPLAY "CPF DO PACIENTE: "
           ACCEPT W-CPF-REF
           IF W-CPF-REF = ZEROS
               DISPLAY "CPF NAO PODE SER ZERO"
               GO TO EVO-001.
      *
       EVO-OP0.
           OPEN INPUT CADSINAIS
           IF ST-ERRO-SIN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSINAIS"
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               CLOSE CADSINAIS
               GO TO ROT-FIM.
           OPEN INPUT CADALERG
           IF ST-ERRO-ALG NOT = "00"
               DISPLAY "CADALERG AUSENTE - SEM CONDICOES CRONICAS".
           OPEN OUTPUT RELSIN
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO EVOLSIN"
               CLOSE CADSINAIS CADPACI
               GO TO ROT-FIM.
           MOVE W-CPF-REF TO CPF
           READ CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "PACIENTE NAO CADASTRADO"
               GO TO EVO-FIM.
      *
      *****************************************
      * CABECALHO E CONDICOES CRONICAS         *
      *****************************************
      *
       EVO-CAB.
           MOVE NOME-P TO LC-NOME
           MOVE LINCAB1 TO LINRELSIN
           WRITE LINRELSIN
           MOVE CPF   TO LC-CPF
           MOVE DIA-P TO LC-DIA
           MOVE MES-P TO LC-MES
           MOVE ANO-P TO LC-ANO
           MOVE SEXO-P TO LC-SEXO
           MOVE LINCAB2 TO LINRELSIN
           WRITE LINRELSIN
           IF ST-ERRO-ALG NOT = "00"
               GO TO EVO-CARGA.
           MOVE W-CPF-REF TO ALG-CPF
           MOVE ZEROS TO ALG-SEQ
           START CADALERG KEY IS NOT LESS THAN ALG-CHAVE
           IF ST-ERRO-ALG NOT = "00"
               MOVE "00" TO ST-ERRO-ALG
               GO TO EVO-CARGA.
       EVO-CRON-LER.
           READ CADALERG NEXT RECORD
           IF ST-ERRO-ALG NOT = "00"
               MOVE "00" TO ST-ERRO-ALG
               GO TO EVO-CARGA.
           IF ALG-CPF NOT = W-CPF-REF
               GO TO EVO-CARGA.
           IF ALG-TIPO NOT = "C"
               GO TO EVO-CRON-LER.
           MOVE ALG-DESCR    TO LCR-DESCR
           MOVE ALG-DATA-REG TO LCR-DATA
           MOVE LINCRON TO LINRELSIN
           WRITE LINRELSIN
           ADD 1 TO W-TOT-CRON
           GO TO EVO-CRON-LER.
      *
      *****************************************
      * CARGA DAS LEITURAS DO PACIENTE         *
      *****************************************
      *
       EVO-CARGA.
           MOVE W-CPF-REF TO SV-CPF
           MOVE ZEROS TO SV-DATA SV-HORA
           START CADSINAIS KEY IS NOT LESS THAN SV-CHAVE
           IF ST-ERRO-SIN NOT = "00"
               GO TO EVO-ORDENA.
       EVO-CARGA-LER.
           READ CADSINAIS NEXT RECORD
           IF ST-ERRO-SIN NOT = "00"
               GO TO EVO-ORDENA.
           IF SV-CPF NOT = W-CPF-REF
               GO TO EVO-ORDENA.
           IF TS-TOTAL >= 300
               DISPLAY "TABELA DE LEITURAS CHEIA"
               GO TO EVO-ORDENA.
           ADD 1 TO TS-TOTAL
           MOVE SV-ANO  TO W-ORD-ANO
           MOVE SV-MES  TO W-ORD-MES
           MOVE SV-DIA  TO W-ORD-DIA
           MOVE SV-HORA TO W-ORD-HORA
           MOVE W-ORDEM      TO TS-ORDEM(TS-TOTAL)
           MOVE SV-CRM       TO TS-CRM(TS-TOTAL)
           MOVE SV-PA-SIST   TO TS-PA-SIST(TS-TOTAL)
           MOVE SV-PA-DIAS   TO TS-PA-DIAS(TS-TOTAL)
           MOVE SV-FC        TO TS-FC(TS-TOTAL)
           MOVE SV-TEMP      TO TS-TEMP(TS-TOTAL)
           MOVE SV-PESO      TO TS-PESO(TS-TOTAL)
           MOVE SV-ALTURA    TO TS-ALTURA(TS-TOTAL)
           MOVE SV-IMC       TO TS-IMC(TS-TOTAL)
           MOVE SV-GLICEMIA  TO TS-GLICEMIA(TS-TOTAL)
           MOVE SV-SATO2     TO TS-SATO2(TS-TOTAL)
           GO TO EVO-CARGA-LER.
      *
      *****************************************
      * ORDENACAO POR DATA E HORA              *
      *****************************************
      *
       EVO-ORDENA.
           IF TS-TOTAL < 2
               GO TO EVO-IMP.
           MOVE 1 TO W-TROCOU.
       EVO-ORD-PASSO.
           IF W-TROCOU = ZEROS
               GO TO EVO-IMP.
           MOVE ZEROS TO W-TROCOU
           MOVE 1 TO TS-IX.
       EVO-ORD-PAR.
           COMPUTE TS-IY = TS-IX + 1
           IF TS-IY > TS-TOTAL
               GO TO EVO-ORD-PASSO.
           IF TS-ORDEM(TS-IX) > TS-ORDEM(TS-IY)
               MOVE TS-ENT(TS-IX) TO TS-ENT-AUX
               MOVE TS-ENT(TS-IY) TO TS-ENT(TS-IX)
               MOVE TS-ENT-AUX    TO TS-ENT(TS-IY)
               MOVE 1 TO W-TROCOU.
           ADD 1 TO TS-IX
           GO TO EVO-ORD-PAR.
      *
      *****************************************
      * IMPRESSAO DAS LEITURAS COM AS MARCAS   *
      * DE VALOR FORA DA FAIXA                 *
      *****************************************
      *
       EVO-IMP.
           MOVE SPACES TO LINRELSIN
           WRITE LINRELSIN
           MOVE LINCAB3 TO LINRELSIN
           WRITE LINRELSIN
           MOVE 1 TO TS-IX.
       EVO-IMP-LOOP.
           IF TS-IX > TS-TOTAL
               GO TO EVO-TOT.
           MOVE TS-ORDEM(TS-IX) TO W-ORDEM
           MOVE W-ORD-DIA TO LD-DIA
           MOVE W-ORD-MES TO LD-MES
           MOVE W-ORD-ANO TO LD-ANO
           MOVE TS-CRM(TS-IX)      TO LD-CRM
           MOVE TS-PA-SIST(TS-IX)  TO LD-SIST
           MOVE TS-PA-DIAS(TS-IX)  TO LD-DIAS
           MOVE TS-FC(TS-IX)       TO LD-FC
           MOVE TS-TEMP(TS-IX)     TO LD-TEMP
           MOVE TS-PESO(TS-IX)     TO LD-PESO
           MOVE TS-ALTURA(TS-IX)   TO LD-ALT
           MOVE TS-IMC(TS-IX)      TO LD-IMC
           MOVE TS-GLICEMIA(TS-IX) TO LD-GLIC
           MOVE TS-SATO2(TS-IX)    TO LD-SAT
           PERFORM EVO-FAIXA THRU EVO-FAIXA-FIM
           MOVE LINDET TO LINRELSIN
           WRITE LINRELSIN
           ADD 1 TO TS-IX
           GO TO EVO-IMP-LOOP.
      *
      *****************************************
      * CLASSIFICACAO DA LEITURA PELAS FAIXAS  *
      * (VALOR ZERO = NAO AFERIDO)             *
      *****************************************
      *
       EVO-FAIXA.
           MOVE SPACES TO LD-F-PA LD-F-FC LD-F-TEMP LD-F-IMC
                          LD-F-GLIC LD-F-SAT LD-OBS
           MOVE 1 TO W-OBS-IX
           IF TS-PA-SIST(TS-IX) = ZEROS
               GO TO EVO-FAIXA-FC.
           IF TS-PA-SIST(TS-IX) > W-PA-SIST-MAX OR
              TS-PA-DIAS(TS-IX) > W-PA-DIAS-MAX
               MOVE "*" TO LD-F-PA
               ADD 1 TO W-FORA-PA
               STRING "PA ALTA " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX
           ELSE
           IF TS-PA-SIST(TS-IX) < W-PA-SIST-MIN OR
              TS-PA-DIAS(TS-IX) < W-PA-DIAS-MIN
               MOVE "*" TO LD-F-PA
               ADD 1 TO W-FORA-PA
               STRING "PA BAIXA " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX.
       EVO-FAIXA-FC.
           IF TS-FC(TS-IX) = ZEROS
               GO TO EVO-FAIXA-TEMP.
           IF TS-FC(TS-IX) > W-FC-MAX
               MOVE "*" TO LD-F-FC
               ADD 1 TO W-FORA-FC
               STRING "TAQUICARDIA " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX
           ELSE
           IF TS-FC(TS-IX) < W-FC-MIN
               MOVE "*" TO LD-F-FC
               ADD 1 TO W-FORA-FC
               STRING "BRADICARDIA " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX.
       EVO-FAIXA-TEMP.
           IF TS-TEMP(TS-IX) = ZEROS
               GO TO EVO-FAIXA-IMC.
           IF TS-TEMP(TS-IX) > W-TEMP-MAX
               MOVE "*" TO LD-F-TEMP
               ADD 1 TO W-FORA-TEMP
               STRING "FEBRE " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX
           ELSE
           IF TS-TEMP(TS-IX) < W-TEMP-MIN
               MOVE "*" TO LD-F-TEMP
               ADD 1 TO W-FORA-TEMP
               STRING "HIPOTERMIA " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX.
       EVO-FAIXA-IMC.
           IF TS-IMC(TS-IX) = ZEROS
               GO TO EVO-FAIXA-GLIC.
           IF TS-IMC(TS-IX) NOT < 30
               MOVE "*" TO LD-F-IMC
               ADD 1 TO W-FORA-IMC
               STRING "OBESIDADE " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX
           ELSE
           IF TS-IMC(TS-IX) > W-IMC-MAX
               MOVE "*" TO LD-F-IMC
               ADD 1 TO W-FORA-IMC
               STRING "SOBREPESO " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX
           ELSE
           IF TS-IMC(TS-IX) < W-IMC-MIN
               MOVE "*" TO LD-F-IMC
               ADD 1 TO W-FORA-IMC
               STRING "BAIXO PESO " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX.
       EVO-FAIXA-GLIC.
           IF TS-GLICEMIA(TS-IX) = ZEROS
               GO TO EVO-FAIXA-SAT.
           IF TS-GLICEMIA(TS-IX) > W-GLIC-MAX
               MOVE "*" TO LD-F-GLIC
               ADD 1 TO W-FORA-GLIC
               STRING "GLICEMIA ALTA " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX
           ELSE
           IF TS-GLICEMIA(TS-IX) < W-GLIC-MIN
               MOVE "*" TO LD-F-GLIC
               ADD 1 TO W-FORA-GLIC
               STRING "HIPOGLICEMIA " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX.
       EVO-FAIXA-SAT.
           IF TS-SATO2(TS-IX) = ZEROS
               GO TO EVO-FAIXA-FIM.
           IF TS-SATO2(TS-IX) < W-SAT-MIN
               MOVE "*" TO LD-F-SAT
               ADD 1 TO W-FORA-SAT
               STRING "SATURACAO BAIXA " DELIMITED BY SIZE
                      INTO LD-OBS WITH POINTER W-OBS-IX.
       EVO-FAIXA-FIM.
           EXIT.
      *
      *****************************************
      * TOTAIS FORA DA FAIXA E EVOLUCAO DA     *
      * PRIMEIRA PARA A ULTIMA LEITURA         *
      *****************************************
      *
       EVO-TOT.
           MOVE SPACES TO LINRELSIN
           WRITE LINRELSIN
           MOVE LINCAB4 TO LINRELSIN
           WRITE LINRELSIN
           MOVE SPACES TO LINRELSIN
           WRITE LINRELSIN
           MOVE "LEITURAS REGISTRADAS .....: " TO LT-ROTULO
           MOVE TS-TOTAL TO LT-QTD
           MOVE LINTOT TO LINRELSIN
           WRITE LINRELSIN
           MOVE "PRESSAO FORA DA FAIXA ....: " TO LT-ROTULO
           MOVE W-FORA-PA TO LT-QTD
           MOVE LINTOT TO LINRELSIN
           WRITE LINRELSIN
           MOVE "FREQ. CARDIACA FORA ......: " TO LT-ROTULO
           MOVE W-FORA-FC TO LT-QTD
           MOVE LINTOT TO LINRELSIN
           WRITE LINRELSIN
           MOVE "TEMPERATURA FORA .........: " TO LT-ROTULO
           MOVE W-FORA-TEMP TO LT-QTD
           MOVE LINTOT TO LINRELSIN
           WRITE LINRELSIN
           MOVE "IMC FORA DA FAIXA ........: " TO LT-ROTULO
           MOVE W-FORA-IMC TO LT-QTD
           MOVE LINTOT TO LINRELSIN
           WRITE LINRELSIN
           MOVE "GLICEMIA FORA DA FAIXA ...: " TO LT-ROTULO
           MOVE W-FORA-GLIC TO LT-QTD
           MOVE LINTOT TO LINRELSIN
           WRITE LINRELSIN
           MOVE "SATURACAO BAIXA ..........: " TO LT-ROTULO
           MOVE W-FORA-SAT TO LT-QTD
           MOVE LINTOT TO LINRELSIN
           WRITE LINRELSIN
           IF TS-TOTAL < 2
               GO TO EVO-FIM.
           MOVE SPACES TO LINRELSIN
           WRITE LINRELSIN
           MOVE "EVOLUCAO (PRIMEIRA -> ULTIMA LEITURA AFERIDA)"
                TO LINRELSIN
           WRITE LINRELSIN
      *    PRESSAO: PRIMEIRA E ULTIMA LEITURA COM PRESSAO AFERIDA
           MOVE ZEROS TO W-PRI-IX W-ULT-IX
           MOVE 1 TO TS-IX.
       EVO-TOT-PA.
           IF TS-IX > TS-TOTAL
               GO TO EVO-TOT-PA-IMP.
           IF TS-PA-SIST(TS-IX) NOT = ZEROS
               MOVE TS-IX TO W-ULT-IX
               IF W-PRI-IX = ZEROS
                   MOVE TS-IX TO W-PRI-IX.
           ADD 1 TO TS-IX
           GO TO EVO-TOT-PA.
       EVO-TOT-PA-IMP.
           IF W-PRI-IX NOT = ZEROS AND W-ULT-IX > W-PRI-IX
               MOVE TS-PA-SIST(W-PRI-IX) TO LEP-SIST1
               MOVE TS-PA-DIAS(W-PRI-IX) TO LEP-DIAS1
               MOVE TS-PA-SIST(W-ULT-IX) TO LEP-SIST2
               MOVE TS-PA-DIAS(W-ULT-IX) TO LEP-DIAS2
               MOVE LINEVO-PA TO LINRELSIN
               WRITE LINRELSIN.
           MOVE ZEROS TO W-PRI-IX W-ULT-IX
           MOVE 1 TO TS-IX.
       EVO-TOT-PESO.
           IF TS-IX > TS-TOTAL
               GO TO EVO-TOT-PESO-IMP.
           IF TS-PESO(TS-IX) NOT = ZEROS
               MOVE TS-IX TO W-ULT-IX
               IF W-PRI-IX = ZEROS
                   MOVE TS-IX TO W-PRI-IX.
           ADD 1 TO TS-IX
           GO TO EVO-TOT-PESO.
       EVO-TOT-PESO-IMP.
           IF W-PRI-IX NOT = ZEROS AND W-ULT-IX > W-PRI-IX
               MOVE "PESO (KG) ................: " TO LE-ROTULO
               MOVE TS-PESO(W-PRI-IX) TO LE-PRIMEIRO
               MOVE TS-PESO(W-ULT-IX) TO LE-ULTIMO
               MOVE LINEVO TO LINRELSIN
               WRITE LINRELSIN.
           MOVE ZEROS TO W-PRI-IX W-ULT-IX
           MOVE 1 TO TS-IX.
       EVO-TOT-IMC.
           IF TS-IX > TS-TOTAL
               GO TO EVO-TOT-IMC-IMP.
           IF TS-IMC(TS-IX) NOT = ZEROS
               MOVE TS-IX TO W-ULT-IX
               IF W-PRI-IX = ZEROS
                   MOVE TS-IX TO W-PRI-IX.
           ADD 1 TO TS-IX
           GO TO EVO-TOT-IMC.
       EVO-TOT-IMC-IMP.
           IF W-PRI-IX NOT = ZEROS AND W-ULT-IX > W-PRI-IX
               MOVE "IMC ......................: " TO LE-ROTULO
               MOVE TS-IMC(W-PRI-IX) TO LE-PRIMEIRO
               MOVE TS-IMC(W-ULT-IX) TO LE-ULTIMO
               MOVE LINEVO TO LINRELSIN
               WRITE LINRELSIN.
           MOVE ZEROS TO W-PRI-IX W-ULT-IX
           MOVE 1 TO TS-IX.
       EVO-TOT-GLIC.
           IF TS-IX > TS-TOTAL
               GO TO EVO-TOT-GLIC-IMP.
           IF TS-GLICEMIA(TS-IX) NOT = ZEROS
               MOVE TS-IX TO W-ULT-IX
               IF W-PRI-IX = ZEROS
                   MOVE TS-IX TO W-PRI-IX.
           ADD 1 TO TS-IX
           GO TO EVO-TOT-GLIC.
       EVO-TOT-GLIC-IMP.
           IF W-PRI-IX NOT = ZEROS AND W-ULT-IX > W-PRI-IX
               MOVE "GLICEMIA (MG/DL) .........: " TO LE-ROTULO
               MOVE TS-GLICEMIA(W-PRI-IX) TO LE-PRIMEIRO
               MOVE TS-GLICEMIA(W-ULT-IX) TO LE-ULTIMO
               MOVE LINEVO TO LINRELSIN
               WRITE LINRELSIN.
      *
       EVO-FIM.
           CLOSE CADSINAIS CADPACI RELSIN
           IF ST-ERRO-ALG = "00"
               CLOSE CADALERG.
           DISPLAY "LEITURAS DO PACIENTE: " TS-TOTAL
           DISPLAY "CONDICOES CRONICAS..: " W-TOT-CRON
           DISPLAY "RELATORIO GRAVADO EM EVOLSIN.DAT"
           GO TO ROT-FIMP.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
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
