      **************************************
      * AGENDA DE ATENDIMENTO DO MEDICO    *
      * (HORARIOS SEMANAIS E AUSENCIAS)    *
      * A AUSENCIA GRAVADA SOBRE CONSULTAS *
      * JA MARCADAS GERA A LISTA DE        *
      * REMARCACAO (CADREMARC)             *
      * ABERTURA DA AGENDA EM FERIADO DA   *
      * FILIAL (CADAGFER)                  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MED.
      *
      *-----------------------------------------------------------------
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDATA
                    FILE STATUS  IS ST-ERRO-CON
                    ALTERNATE RECORD KEY IS CRMDATA
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADREMARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ERRO-RM
                    ALTERNATE RECORD KEY IS RM-DATA-CONS
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADAGFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-ERRO-AGF.
      *
      *-----------------------------------------------------------------
           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO-FER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD CADCONSU
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONSU.DAT".
       01 REGCONSU.
                03 CPFDATA.
                    05 CPF-P       PIC 9(11).
                    05 DATACONSULTA.
                        07 DIA-C   PIC 9(02).
                        07 MES-C   PIC 9(02).
                        07 ANO-C   PIC 9(04).
                    05 HORACONSULTA.
                        07 HORA-C  PIC 9(02).
                        07 MIN-C   PIC 9(02).
                03 CRM-MED         PIC 9(06).
                03 FILLER          PIC X(147).
                03 STATUS-REG      PIC X(01).
                03 FILLER          PIC X(92).
                03 STATUS-CONSU    PIC X(01).
                03 FILLER          PIC X(06).
                03 CRMDATA.
                    05 CRM-ALT     PIC 9(06).
                    05 DATA-ALT    PIC 9(08).
                03 NUM-LOTE        PIC 9(06).
                03 COD-FILIAL      PIC 9(02).

      *    LISTA DE REMARCACAO: CONSULTAS MARCADAS EM PERIODO DE
      *    AUSENCIA DO MEDICO. SITUACAO P=PENDENTE R=REMARCADA
      *    D=DESISTENCIA DO PACIENTE X=ENCERRADA (CONSULTA JA NAO
      *    ESTA AGENDADA OU AUSENCIA EXCLUIDA)
       FD CADREMARC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREMARC.DAT".
       01 REGREMARC.
                03 RM-CHAVE.
                    05 RM-CPF      PIC 9(11).
                    05 RM-DATA.
                        07 RM-DIA  PIC 9(02).
                        07 RM-MES  PIC 9(02).
                        07 RM-ANO  PIC 9(04).
                    05 RM-HORA.
                        07 RM-HR   PIC 9(02).
                        07 RM-MN   PIC 9(02).
                03 RM-CRM          PIC 9(06).
                03 RM-FILIAL       PIC 9(02).
                03 RM-DATA-CONS    PIC 9(08).
                03 RM-AUS-INI      PIC 9(08).
                03 RM-AUS-FIM      PIC 9(08).
                03 RM-AUS-MOTIVO   PIC X(20).
                03 RM-DATA-GER     PIC 9(08).
                03 RM-SITUACAO     PIC X(01).
                03 RM-NOVO-CRM     PIC 9(06).
                03 RM-NOVA-DATA    PIC 9(08).
                03 RM-NOVA-HORA    PIC 9(04).
                03 RM-DATA-REM     PIC 9(08).
                03 RM-OPERADOR     PIC X(08).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-FILIAL     PIC 9(02) VALUE ZEROS.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 ST-ERRO-CON  PIC X(02) VALUE "00".
       77 ST-ERRO-RM   PIC X(02) VALUE "00".
       77 W-CON-OK     PIC 9(01) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-IMP-INI    PIC 9(08) VALUE ZEROS.
       77 W-IMP-QTD    PIC 9(03) VALUE ZEROS.
       77 W-REGREMARC-SAVE PIC X(118) VALUE SPACES.
       77 ST-ERRO-AGF  PIC X(02) VALUE "00".
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
       01 W-MENS-IMP.
          03 FILLER  PIC X(23) VALUE "*** AUSENCIA GRAVADA - ".
          03 W-MI-QTD PIC ZZ9.
          03 FILLER  PIC X(21) VALUE " CONSULTAS A REMARCAR".
       01 TABDIASEM.
          03 FILLER  PIC X(07) VALUE "DOMINGO".
          03 FILLER  PIC X(07) VALUE "SEGUNDA".
               MOVE "ARQUIVO CADMED NAO ENCONTRADO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-OP5.
           OPEN I-O CADAGFER
           IF ST-ERRO-AGF NOT = "00"
               IF ST-ERRO-AGF = "30"
                      OPEN OUTPUT CADAGFER
                      CLOSE CADAGFER
                      MOVE "* ARQUIVO CADAGFER SENDO CRIADO *"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP5
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAGFER"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      *    SEM O CALENDARIO (PROGR86T) NENHUMA DATA E FERIADO
       INC-OP6.
           MOVE 1 TO W-TEM-FER
           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER NOT = "00"
               MOVE ZEROS TO W-TEM-FER.
      *    SEM O CADCONSU A AUSENCIA E GRAVADA SEM A LISTA DE
      *    REMARCACAO (A VERIFICACAO NOTURNA DO SMP078 COMPLETA)
       INC-OP3.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           OPEN INPUT CADCONSU
           IF ST-ERRO-CON NOT = "00"
               GO TO INC-001.
       INC-OP4.
           OPEN I-O CADREMARC
           IF ST-ERRO-RM NOT = "00"
               IF ST-ERRO-RM = "30"
                      OPEN OUTPUT CADREMARC
                      CLOSE CADREMARC
                      GO TO INC-OP4
                   ELSE
                      CLOSE CADCONSU
                      GO TO INC-001.
           MOVE 1 TO W-CON-OK.

       INC-001.
                MOVE ZEROS TO W-CRM W-SEL W-FILIAL
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "AGENDA DE ATENDIMENTO DO MEDICO"
                DISPLAY (02, 01)
                  "F4=AUSENCIAS DO MEDICO  F6=ABERTURA EM FERIADO"
                DISPLAY (04, 01) "CRM    : "
                DISPLAY (04, 25) "FILIAL: "
                DISPLAY (05, 01) "MEDICO : "
                IF W-FILIAL = ZEROS
                   MOVE 01 TO W-FILIAL
                   DISPLAY (04, 34) W-FILIAL.
                IF W-ACT = 06
                   GO TO FER-001.
       LER-CADAGMED01.
                MOVE 0 TO W-SEL
                MOVE W-CRM TO AGM-CRM
                MOVE W-DATA-FIM TO AUS-DATA-FIM
                WRITE REGAUSMED
                IF ST-ERRO-AUS = "00" OR "02"
                   GO TO AUS-IMP.
                IF ST-ERRO-AUS = "22"
                   MOVE "*** AUSENCIA JA EXISTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUSMED" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       AUS-IMP.
                PERFORM IMP-AUSENCIA THRU IMP-AUSENCIA-FIM
                MOVE "*** AUSENCIA GRAVADA ***" TO MENS
                IF W-IMP-QTD NOT = ZEROS
                   MOVE W-IMP-QTD TO W-MI-QTD
                   MOVE W-MENS-IMP TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AUS-001.
      *
       AUS-EXC.
                MOVE ZEROS TO W-DATA-INI
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * CONSULTAS AGENDADAS OU CONFIRMADAS DO  *
      * MEDICO NO PERIODO DA AUSENCIA (TODAS   *
      * AS FILIAIS) ENTRAM NA LISTA DE         *
      * REMARCACAO COMO PENDENTES              *
      *****************************************
      *
       IMP-AUSENCIA.
                MOVE ZEROS TO W-IMP-QTD
                IF W-CON-OK NOT = 1
                   GO TO IMP-AUSENCIA-FIM.
      *    CONSULTAS JA PASSADAS NAO ENTRAM NA LISTA
                MOVE AUS-DATA-INI TO W-IMP-INI
                IF W-IMP-INI < W-HOJE
                   MOVE W-HOJE TO W-IMP-INI.
                MOVE AUS-CRM   TO CRM-ALT
                MOVE W-IMP-INI TO DATA-ALT
                START CADCONSU KEY IS NOT LESS THAN CRMDATA
                IF ST-ERRO-CON NOT = "00"
                   GO TO IMP-AUSENCIA-FIM.
       IMP-AUSENCIA-LER.
                READ CADCONSU NEXT RECORD
                IF ST-ERRO-CON NOT = "00"
                   GO TO IMP-AUSENCIA-FIM.
                IF CRM-ALT NOT = AUS-CRM OR DATA-ALT > AUS-DATA-FIM
                   GO TO IMP-AUSENCIA-FIM.
                IF STATUS-REG = "I"
                   GO TO IMP-AUSENCIA-LER.
                IF STATUS-CONSU NOT = "A" AND "C" AND SPACE
                   GO TO IMP-AUSENCIA-LER.
                MOVE CPFDATA       TO RM-CHAVE
                MOVE CRM-MED       TO RM-CRM
                MOVE COD-FILIAL    TO RM-FILIAL
                MOVE DATA-ALT      TO RM-DATA-CONS
                MOVE AUS-DATA-INI  TO RM-AUS-INI
                MOVE AUS-DATA-FIM  TO RM-AUS-FIM
                MOVE AUS-MOTIVO    TO RM-AUS-MOTIVO
                MOVE W-HOJE        TO RM-DATA-GER
                MOVE "P"           TO RM-SITUACAO
                MOVE ZEROS  TO RM-NOVO-CRM RM-NOVA-DATA RM-NOVA-HORA
                               RM-DATA-REM
                MOVE SPACES TO RM-OPERADOR
                WRITE REGREMARC
                IF ST-ERRO-RM = "00" OR "02"
                   ADD 1 TO W-IMP-QTD
                   GO TO IMP-AUSENCIA-LER.
                IF ST-ERRO-RM NOT = "22"
                   GO TO IMP-AUSENCIA-LER.
      *    CONSULTA JA NA LISTA: SO A ENTRADA ENCERRADA VOLTA A
      *    PENDENTE (AUSENCIA EXCLUIDA E CADASTRADA DE NOVO)
                MOVE REGREMARC TO W-REGREMARC-SAVE
                READ CADREMARC
                IF ST-ERRO-RM = "00" AND RM-SITUACAO = "X"
                   MOVE W-REGREMARC-SAVE TO REGREMARC
                   REWRITE REGREMARC
                   IF ST-ERRO-RM = "00"
                      ADD 1 TO W-IMP-QTD.
                GO TO IMP-AUSENCIA-LER.
       IMP-AUSENCIA-FIM.
                EXIT.
      *
      *****************************************
      * ABERTURA DA AGENDA EM FERIADO: SEM ELA *
      * O SMP006 NAO MARCA CONSULTA NO DIA     *
      * (FERIADO DA FILIAL NO CADFERIADO)      *
      *****************************************
      *
       FER-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 15) "ABERTURA DA AGENDA EM FERIADO"
                DISPLAY (02, 01)
                  "INCLUSAO - DATA ZERADA ENCERRA / F5=EXCLUIR"
                DISPLAY (03, 01) "CRM: "
                DISPLAY (03, 06) W-CRM
                DISPLAY (03, 14) NOME-M
                DISPLAY (03, 46) "FILIAL: "
                DISPLAY (03, 54) W-FILIAL
                MOVE 5 TO W-LIN
                MOVE W-CRM    TO AF-CRM
                MOVE W-FILIAL TO AF-FILIAL
                MOVE ZEROS    TO AF-DATA
                START CADAGFER KEY IS NOT LESS THAN AF-CHAVE
                IF ST-ERRO-AGF NOT = "00"
                   GO TO FER-002.
       FER-001-LISTA.
                READ CADAGFER NEXT RECORD
                IF ST-ERRO-AGF NOT = "00"
                   GO TO FER-002.
                IF AF-CRM NOT = W-CRM OR AF-FILIAL NOT = W-FILIAL
                   GO TO FER-002.
                IF W-LIN > 14
                   GO TO FER-002.
                DISPLAY (W-LIN, 01) AF-DATA
                DISPLAY (W-LIN, 11) AF-HINI
                DISPLAY (W-LIN, 17) AF-HFIM
                ADD 1 TO W-LIN
                GO TO FER-001-LISTA.
       FER-002.
                MOVE ZEROS TO W-DATA-INI
                DISPLAY (16, 01) "DATA DO FERIADO (AAAAMMDD): "
                ACCEPT  (16, 29) W-DATA-INI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 05
                   GO TO FER-EXC.
                IF W-DATA-INI = ZEROS
                   GO TO INC-001.
                MOVE W-DATA-INI TO W-FER-DATA-N
                MOVE W-FILIAL   TO W-FER-FILIAL
                PERFORM FER-VERIFICA THRU FER-VERIFICA-FIM
                IF W-FERIADO = ZEROS
                   MOVE "*** DATA NAO E FERIADO NESSA FILIAL ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FER-002.
                DISPLAY (16, 40) FE-DESCR.
       FER-003.
                MOVE ZEROS TO AF-HINI AF-HFIM
                DISPLAY (17, 01) "HORA INICIO (HHMM): "
                ACCEPT  (17, 21) AF-HINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO FER-002.
                DISPLAY (18, 01) "HORA FIM    (HHMM): "
                ACCEPT  (18, 21) AF-HFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO FER-003.
                IF AF-HFIM NOT > AF-HINI
                   MOVE "*** HORA FIM DEVE SER MAIOR QUE INICIO ***"
                                                         TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FER-003.
       FER-WR1.
                MOVE W-CRM      TO AF-CRM
                MOVE W-FILIAL   TO AF-FILIAL
                MOVE W-DATA-INI TO AF-DATA
                MOVE W-HOJE     TO AF-DATA-GER
                WRITE REGAGFER
                IF ST-ERRO-AGF = "00" OR "02"
                   MOVE "*** AGENDA ABERTA NO FERIADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FER-001.
                IF ST-ERRO-AGF = "22"
                   MOVE "*** ABERTURA JA EXISTE - EXCLUA ANTES ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FER-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAGFER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       FER-EXC.
                MOVE ZEROS TO W-DATA-INI
                DISPLAY (20, 01) "DATA A EXCLUIR (AAAAMMDD): "
                ACCEPT  (20, 28) W-DATA-INI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO FER-001.
                MOVE W-CRM      TO AF-CRM
                MOVE W-FILIAL   TO AF-FILIAL
                MOVE W-DATA-INI TO AF-DATA
                READ CADAGFER
                IF ST-ERRO-AGF NOT = "00"
                   MOVE "*** ABERTURA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FER-EXC.
                DELETE CADAGFER RECORD
                IF ST-ERRO-AGF = "00"
                   MOVE "*** ABERTURA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FER-001.
                MOVE "ERRO NA EXCLUSAO DA ABERTURA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADAGMED CADAUSMED CADMED CADAGFER
                IF W-TEM-FER = 1
                      CLOSE CADFERIADO.
                IF W-CON-OK = 1
                      CLOSE CADCONSU CADREMARC.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
