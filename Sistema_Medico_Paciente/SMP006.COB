                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-JRN.
      *
      *-----------------------------------------------------------------
           SELECT CADSINAIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SV-CHAVE
                    FILE STATUS  IS ST-ERRO-SIN.
      *
      *-----------------------------------------------------------------
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
           SELECT CADAGFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-ERRO-AGF.
      *
      *-----------------------------------------------------------------

       DATA DIVISION.
                    05 ANO-VIGFIM PIC 9(04).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 DIAS-RETORNO    PIC 9(03).
                03 REG-ANS         PIC 9(06).
                03 LAYOUT-REM      PIC X(01).
                03 CNPJ-CONV       PIC 9(14).
                03 CONV-FUNC       PIC X(01).

       FD CADPACI
            LABEL RECORD IS STANDARD
                03 JR-OPERACAO     PIC X(01).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 JR-IMAGEM       PIC X(413).

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

      *    CALENDARIO DE FERIADOS (PROGR86T); ANO 0000 = TODO ANO
       FD CADFERIADO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
                03 FE-CHAVE.
                    05 FE-DATA.
                        07 FE-ANO  PIC 9(04).
                        07 FE-MES  PIC 9(02).
                        07 FE-DIA  PIC 9(02).
                    05 FE-ABRANG   PIC X(01).
                    05 FE-FILIAL   PIC 9(02).
                03 FE-DESCR        PIC X(30).
                03 FE-DATA-INC     PIC 9(08).
                03 FE-OPERADOR     PIC X(08).

      *    ABERTURA DA AGENDA DO MEDICO EM DIA DE FERIADO
       FD CADAGFER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAGFER.DAT".
       01 REGAGFER.
                03 AF-CHAVE.
                    05 AF-CRM      PIC 9(06).
                    05 AF-FILIAL   PIC 9(02).
                    05 AF-DATA     PIC 9(08).
                03 AF-HINI         PIC 9(04).
                03 AF-HFIM         PIC 9(04).
                03 AF-DATA-GER     PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-FIL  PIC X(02) VALUE "00".
       77 W-FIL-OK     PIC 9(01) VALUE ZEROS.
       77 W-FIL-CHK    PIC 9(02) VALUE ZEROS.
       77 ST-ERRO-SIN  PIC X(02) VALUE "00".
       77 W-SIN-NOVO   PIC 9(01) VALUE ZEROS.
       77 W-SIN-ALT2   PIC 9(01)V9999 VALUE ZEROS.
       77 W-SIN-TEMP-ED   PIC Z9,9.
       77 W-SIN-PESO-ED   PIC ZZ9,99.
       77 W-SIN-ALT-ED    PIC 9,99.
       77 W-SIN-IMC-ED    PIC Z9,99.
       77 W-RET-NOVA      PIC 9(07) VALUE ZEROS.
       77 W-RET-ANT       PIC 9(07) VALUE ZEROS.
       77 W-RET-DIF       PIC S9(07) VALUE ZEROS.
       77 W-RET-JANELA    PIC 9(03) VALUE ZEROS.
       77 W-RET-ACHOU     PIC 9(01) VALUE ZEROS.
       01 W-RET-DATA.
          03 W-RET-DIA    PIC 9(02).
          03 W-RET-MES    PIC 9(02).
          03 W-RET-ANO    PIC 9(04).

       77 W-AGM-OK     PIC 9(01) VALUE ZEROS.
       77 W-AUS-OK     PIC 9(01) VALUE ZEROS.
       77 W-ZT2        PIC S9(04) VALUE ZEROS.
       77 W-ZT3        PIC S9(04) VALUE ZEROS.
       77 W-ZH         PIC S9(04) VALUE ZEROS.
       77 ST-ERRO-AGF  PIC X(02) VALUE "00".
       77 W-AGF-OK     PIC 9(01) VALUE ZEROS.
       77 W-AGF-ABERTA PIC 9(01) VALUE ZEROS.
       77 ST-ERRO-FER  PIC X(02) VALUE "00".
       77 W-TEM-FER    PIC 9(01) VALUE ZEROS.
       77 W-FERIADO    PIC 9(01) VALUE ZEROS.
       77 W-FER-PASSO  PIC 9(01) VALUE ZEROS.
       77 W-FER-FILIAL PIC 9(02) VALUE ZEROS.
       77 W-FER-BUSCA  PIC 9(08) VALUE ZEROS.
       01 W-FER-DATA.
           03 W-FER-ANO     PIC 9(04).
           03 W-FER-MES     PIC 9(02).
           03 W-FER-DIA     PIC 9(02).
       01 W-FER-DATA-N REDEFINES W-FER-DATA PIC 9(08).

       01 TABUNIDADE01.
          03 T01     PIC X(06) VALUE "NHBTPO".
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL = "00"
               MOVE 1 TO W-FIL-OK.
      *    FERIADO SO FECHA A AGENDA COM O CALENDARIO DO PROGR86T
       FER-OP0.
           MOVE 1 TO W-TEM-FER
           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               MOVE ZEROS TO W-TEM-FER.
       AGF-OP0.
           OPEN INPUT CADAGFER
           IF ST-ERRO-AGF = "00"
               MOVE 1 TO W-AGF-OK.
       JRN-OP0.
           OPEN EXTEND JORNAL
           IF ST-ERRO-JRN NOT = "00"
                ELSE
                    NEXT SENTENCE.

       INC-OP13.
           OPEN I-O CADSINAIS
           IF ST-ERRO-SIN NOT = "00"
               IF ST-ERRO-SIN = "30"
                      OPEN OUTPUT CADSINAIS
                      CLOSE CADSINAIS
                      GO TO INC-OP13
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADSINAIS"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.

       INC-001.
                MOVE ZEROS  TO CPFDATA CRM-MED
                               QTD-CID CID(1) CID(2) CID(3) CID(4)
                MOVE 01     TO COD-FILIAL.
                MOVE 1 TO W-CID-IX.
                DISPLAY TELACON.
                DISPLAY (24, 01) "F4 NO CPF = SERIE DE SESSOES".
       INC-002.
                ACCEPT  T-CPFP
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADCONSU
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   GO TO SER-CHAMA.
                IF CPF-P  = ZEROS
                   MOVE "*** CPF NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
                IF W-SEL = 1
                              GO TO ALT-OPC.
      *
      *    RETORNO DENTRO DA JANELA DO CONVENIO NAO E FATURADO
                PERFORM RET-VERIFICA THRU RET-VERIFICA-FIM.

       INC-OPC.
                IF W-PERFIL = "C"
                EXIT.
      *
      *****************************************
      * RETORNO: MESMO CPF COM O MESMO CRM EM  *
      * CONSULTA REALIZADA DENTRO DOS DIAS DE  *
      * RETORNO DO CONVENIO DO PACIENTE        *
      *****************************************
      *
       RET-VERIFICA.
                MOVE ZEROS TO W-RET-ACHOU
                IF SIT-FATUR = "R"
                   MOVE SPACES TO SIT-FATUR.
                MOVE CPF-P TO CPF
                READ CADPACI
                IF ST-ERRO-PACI NOT = "00"
                   GO TO RET-VERIFICA-FIM.
                IF CONVENIO = ZEROS
                   GO TO RET-VERIFICA-FIM.
                MOVE CONVENIO TO CODIGO
                READ CADCONV
                IF ST-ERRO-CONV NOT = "00"
                   GO TO RET-VERIFICA-FIM.
                IF DIAS-RETORNO = ZEROS
                   GO TO RET-VERIFICA-FIM.
                MOVE DIAS-RETORNO TO W-RET-JANELA
                COMPUTE W-RET-NOVA = ANO-C * 365 + MES-C * 30 + DIA-C
                MOVE REGCONSU TO W-REGCONSU-SAVE
                MOVE CRM-MED TO W-CRM-CHK
                MOVE CPF-P TO W-CPF-CHK
                MOVE ZEROS TO CPFDATA
                MOVE W-CPF-CHK TO CPF-P
                START CADCONSU KEY IS NOT LESS THAN CPFDATA
                IF ST-ERRO NOT = "00"
                   GO TO RET-VERIFICA-REST.
       RET-VERIFICA-LER.
                READ CADCONSU NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO RET-VERIFICA-REST.
                IF CPF-P NOT = W-CPF-CHK
                   GO TO RET-VERIFICA-REST.
                IF STATUS-REG OF REGCONSU = "I"
                   GO TO RET-VERIFICA-LER.
                IF CRM-MED NOT = W-CRM-CHK
                   GO TO RET-VERIFICA-LER.
      *    A JANELA CONTA DA CONSULTA REALIZADA E COBRADA, NAO DE
      *    OUTRO RETORNO
                IF STATUS-CONSU NOT = "R" OR SIT-FATUR = "R"
                   GO TO RET-VERIFICA-LER.
                COMPUTE W-RET-ANT = ANO-C * 365 + MES-C * 30 + DIA-C
                COMPUTE W-RET-DIF = W-RET-NOVA - W-RET-ANT
                IF W-RET-DIF > ZEROS AND W-RET-DIF NOT > W-RET-JANELA
                   MOVE 1 TO W-RET-ACHOU
                   MOVE DATACONSULTA TO W-RET-DATA.
                GO TO RET-VERIFICA-LER.
       RET-VERIFICA-REST.
                MOVE W-REGCONSU-SAVE TO REGCONSU
                IF W-RET-ACHOU = ZEROS
                   GO TO RET-VERIFICA-FIM.
                DISPLAY (21, 01) "RETORNO DA CONSULTA DE   /  /     "
                DISPLAY (21, 24) W-RET-DIA
                DISPLAY (21, 27) W-RET-MES
                DISPLAY (21, 30) W-RET-ANO
                DISPLAY (21, 36) "- SEM COBRANCA (S/N): ".
       RET-VERIFICA-OPC.
                MOVE "S" TO W-OPCAO
                ACCEPT (21, 58) W-OPCAO WITH UPDATE
                IF W-OPCAO NOT = "S" AND "s" AND "N" AND "n"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RET-VERIFICA-OPC.
                DISPLAY (21, 01) LIMPA
                DISPLAY (21, 30) LIMPA
                IF W-OPCAO = "S" OR "s"
                   MOVE "R" TO SIT-FATUR.
       RET-VERIFICA-FIM.
                EXIT.
      *
      *****************************************
      * MONTAGEM DA CHAVE ALTERNATIVA          *
      * MEDICO+DATA (CRMDATA)                  *
      *****************************************
      *
       AGM-VALIDA.
                MOVE 0 TO W-AGM-REJ
      *    FERIADO DA FILIAL: SO COM A AGENDA ABERTA PELO MEDICO
      *    (SMP026), E ENTAO NO HORARIO DA ABERTURA
                PERFORM AGF-VERIFICA THRU AGF-VERIFICA-FIM
                IF W-AGM-REJ = 1
                   GO TO AGM-VALIDA-FIM.
                IF W-AGF-ABERTA = 1
                   GO TO AGM-VALIDA-AUS.
                IF W-AGM-OK NOT = 1
                   GO TO AGM-VALIDA-AUS.
                MOVE CRM-MED TO AGM-CRM
                EXIT.
      *
      *****************************************
      * DATA DA CONSULTA EM FERIADO DA FILIAL: *
      * AGENDA FECHADA SEM ABERTURA NO         *
      * CADAGFER PARA O MEDICO                 *
      *****************************************
      *
       AGF-VERIFICA.
                MOVE ZEROS TO W-AGF-ABERTA
                MOVE ANO-C TO W-FER-ANO
                MOVE MES-C TO W-FER-MES
                MOVE DIA-C TO W-FER-DIA
                MOVE COD-FILIAL TO W-FER-FILIAL
                PERFORM FER-VERIFICA THRU FER-VERIFICA-FIM
                IF W-FERIADO = ZEROS
                   GO TO AGF-VERIFICA-FIM.
                IF W-AGF-OK NOT = 1
                   GO TO AGF-VERIFICA-FECHA.
                MOVE CRM-MED      TO AF-CRM
                MOVE COD-FILIAL   TO AF-FILIAL
                MOVE W-FER-DATA-N TO AF-DATA
                READ CADAGFER
                IF ST-ERRO-AGF NOT = "00"
                   GO TO AGF-VERIFICA-FECHA.
                COMPUTE W-HORA-NUM = (HORA-C * 100) + MIN-C
                IF W-HORA-NUM < AF-HINI OR W-HORA-NUM > AF-HFIM
                   MOVE "*** FORA DO HORARIO ABERTO NO FERIADO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-AGM-REJ
                   GO TO AGF-VERIFICA-FIM.
                MOVE 1 TO W-AGF-ABERTA
                GO TO AGF-VERIFICA-FIM.
       AGF-VERIFICA-FECHA.
                MOVE "*** FERIADO - AGENDA FECHADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-AGM-REJ.
       AGF-VERIFICA-FIM.
                EXIT.
      *
      *****************************************
      * FERIADO NA DATA W-FER-DATA PARA A      *
      * FILIAL W-FER-FILIAL: PRIMEIRO A DATA   *
      * DO ANO, DEPOIS A DE DATA FIXA (0000)   *
      *****************************************
      *
       FER-VERIFICA.
                MOVE ZEROS TO W-FERIADO W-FER-PASSO
                IF W-TEM-FER NOT = 1
                   GO TO FER-VERIFICA-FIM.
                MOVE W-FER-DATA-N TO W-FER-BUSCA.
       FER-VERIFICA-POS.
                MOVE W-FER-BUSCA TO FE-DATA
                MOVE LOW-VALUES  TO FE-ABRANG
                MOVE ZEROS       TO FE-FILIAL
                START CADFERIADO KEY IS NOT LESS THAN FE-CHAVE
                IF ST-ERRO-FER NOT = "00"
                   GO TO FER-VERIFICA-FIXO.
       FER-VERIFICA-LER.
                READ CADFERIADO NEXT RECORD
                IF ST-ERRO-FER NOT = "00"
                   GO TO FER-VERIFICA-FIXO.
                IF FE-DATA NOT = W-FER-BUSCA
                   GO TO FER-VERIFICA-FIXO.
                IF FE-ABRANG = "F" AND FE-FILIAL NOT = W-FER-FILIAL
                   GO TO FER-VERIFICA-LER.
                MOVE 1 TO W-FERIADO
                GO TO FER-VERIFICA-FIM.
       FER-VERIFICA-FIXO.
                IF W-FER-PASSO = 1
                   GO TO FER-VERIFICA-FIM.
                MOVE 1 TO W-FER-PASSO
                COMPUTE W-FER-BUSCA = (W-FER-MES * 100) + W-FER-DIA
                GO TO FER-VERIFICA-POS.
       FER-VERIFICA-FIM.
                MOVE "00" TO ST-ERRO-FER.
      *
      *****************************************
      * LISTA DE ESPERA POR MEDICO E DATA      *
      *****************************************
      *
                EXIT.
      *
      *****************************************
      * SERIE DE SESSOES (SMP074): O CADCONSU  *
      * E OS LOGS SAO LIBERADOS DURANTE A      *
      * MARCACAO DA SERIE E REABERTOS NA VOLTA *
      *****************************************
      *
       SER-CHAMA.
                CLOSE CADCONSU AUDITLOG JORNAL
                CALL "SMP074" ON EXCEPTION
                    MOVE "* PROGRAMA SMP074 NAO DISPONIVEL *" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-CALL
                OPEN I-O CADCONSU
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                OPEN EXTEND AUDITLOG
                IF ST-ERRO-AUD NOT = "00"
                   OPEN OUTPUT AUDITLOG.
                OPEN EXTEND JORNAL
                IF ST-ERRO-JRN NOT = "00"
                   OPEN OUTPUT JORNAL.
                GO TO INC-001.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   MOVE "*** STATUS ATUALIZADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   IF STATUS-CONSU = "R"
                      PERFORM SIN-001 THRU SIN-001-FIM
                      GO TO ACE-001
                   ELSE
                      GO TO ACE-001.
                MOVE "ERRO NA ATUALIZACAO DO STATUS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * SINAIS VITAIS E ANTROPOMETRIA DA       *
      * CONSULTA REALIZADA (CADSINAIS), COM    *
      * O IMC CALCULADO PELO PESO E ALTURA     *
      *****************************************
      *
       SIN-001.
                MOVE CPF-P        TO SV-CPF
                MOVE DATACONSULTA TO SV-DATA
                MOVE HORACONSULTA TO SV-HORA
                MOVE 0 TO W-SIN-NOVO
                READ CADSINAIS
                IF ST-ERRO-SIN NOT = "00"
                   MOVE 1 TO W-SIN-NOVO
                   MOVE ZEROS TO SV-PA-SIST SV-PA-DIAS SV-FC SV-TEMP
                                 SV-PESO SV-ALTURA SV-IMC SV-GLICEMIA
                                 SV-SATO2.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 20) "SINAIS VITAIS DA CONSULTA"
                DISPLAY (03, 01) "PACIENTE: "
                DISPLAY (03, 11) CPF-P
                DISPLAY (03, 24) NOME-P
                DISPLAY (04, 01) "CONSULTA: "
                DISPLAY (04, 11) DIA-C
                DISPLAY (04, 13) "/"
                DISPLAY (04, 14) MES-C
                DISPLAY (04, 16) "/"
                DISPLAY (04, 17) ANO-C
                DISPLAY (04, 23) HORA-C
                DISPLAY (04, 25) ":"
                DISPLAY (04, 26) MIN-C
                DISPLAY (04, 31) "CRM: "
                DISPLAY (04, 36) CRM-MED
                DISPLAY (06, 01) "PRESSAO ARTERIAL (MMHG) :     X"
                DISPLAY (07, 01) "FREQUENCIA CARDIACA     :"
                DISPLAY (08, 01) "TEMPERATURA (C)         :"
                DISPLAY (09, 01) "PESO (KG)               :"
                DISPLAY (10, 01) "ALTURA (M)              :"
                DISPLAY (11, 01) "IMC                     :"
                DISPLAY (12, 01) "GLICEMIA (MG/DL)        :"
                DISPLAY (13, 01) "SATURACAO DE O2 (%)     :"
                DISPLAY (15, 01) "VALOR NAO AFERIDO FICA EM ZERO"
                IF W-SIN-NOVO = 0
                   MOVE "* SINAIS JA REGISTRADOS - REVISAR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SIN-002.
                ACCEPT (06, 27) SV-PA-SIST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO SIN-009.
                ACCEPT (06, 33) SV-PA-DIAS WITH UPDATE
                IF SV-PA-SIST NOT = ZEROS AND
                   SV-PA-DIAS NOT < SV-PA-SIST
                   MOVE "*** DIASTOLICA DEVE SER MENOR QUE A SISTOLICA"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIN-002.
       SIN-003.
                ACCEPT (07, 27) SV-FC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO SIN-002.
       SIN-004.
                ACCEPT (08, 27) SV-TEMP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO SIN-003.
                IF SV-TEMP NOT = ZEROS AND
                   (SV-TEMP < 30 OR SV-TEMP > 45)
                   MOVE "*** TEMPERATURA FORA DA ESCALA (30 A 45) ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIN-004.
                MOVE SV-TEMP TO W-SIN-TEMP-ED
                DISPLAY (08, 27) W-SIN-TEMP-ED.
       SIN-005.
                ACCEPT (09, 27) SV-PESO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO SIN-004.
                MOVE SV-PESO TO W-SIN-PESO-ED
                DISPLAY (09, 27) W-SIN-PESO-ED.
       SIN-006.
                ACCEPT (10, 27) SV-ALTURA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO SIN-005.
                IF SV-ALTURA NOT = ZEROS AND
                   (SV-ALTURA < 0,30 OR SV-ALTURA > 2,50)
                   MOVE "*** ALTURA EM METROS (0,30 A 2,50) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIN-006.
                MOVE SV-ALTURA TO W-SIN-ALT-ED
                DISPLAY (10, 27) W-SIN-ALT-ED
      *    IMC = PESO / ALTURA AO QUADRADO
                MOVE ZEROS TO SV-IMC
                IF SV-PESO NOT = ZEROS AND SV-ALTURA NOT = ZEROS
                   COMPUTE W-SIN-ALT2 = SV-ALTURA * SV-ALTURA
                   COMPUTE SV-IMC ROUNDED = SV-PESO / W-SIN-ALT2
                      ON SIZE ERROR
                         MOVE ZEROS TO SV-IMC.
                MOVE SV-IMC TO W-SIN-IMC-ED
                DISPLAY (11, 27) W-SIN-IMC-ED.
       SIN-007.
                ACCEPT (12, 27) SV-GLICEMIA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO SIN-006.
       SIN-008.
                ACCEPT (13, 27) SV-SATO2 WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO SIN-007.
                IF SV-SATO2 > 100
                   MOVE "*** SATURACAO ENTRE 0 E 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIN-008.
       SIN-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO SIN-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* SINAIS VITAIS NAO GRAVADOS *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIN-009.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIN-OPC.
       SIN-WR1.
                COMPUTE SV-DATA-ORD = (ANO-C * 10000) +
                                      (MES-C * 100) + DIA-C
                MOVE CRM-MED    TO SV-CRM
                ACCEPT SV-DATA-REG FROM DATE YYYYMMDD
                MOVE W-OPERADOR TO SV-OPERADOR
                IF W-SIN-NOVO = 1
                   WRITE REGSINAIS
                ELSE
                   REWRITE REGSINAIS.
                IF ST-ERRO-SIN = "00" OR "02"
                   MOVE "*** SINAIS VITAIS GRAVADOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSINAIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SIN-009.
                DISPLAY TELACON.
       SIN-001-FIM.
                EXIT.
      *
      *****************************************
      * HISTORICO DE CONSULTAS DO PACIENTE     *
      *****************************************
      *
       ROT-FIM.
                CLOSE CADCONSU CADMED CADCID CADCONV CADPACI RELENCAM
                      CADPLANO CADESPEC AUDITLOG CADPROC CADESPERA
                      JORNAL CADSINAIS.
                IF W-ALG-OK = 1
                      CLOSE CADALERG.
                IF W-AGM-OK = 1
                      CLOSE CADAUSMED.
                IF W-FIL-OK = 1
                      CLOSE CADFILIAL.
                IF W-TEM-FER = 1
                      CLOSE CADFERIADO.
                IF W-AGF-OK = 1
                      CLOSE CADAGFER.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
