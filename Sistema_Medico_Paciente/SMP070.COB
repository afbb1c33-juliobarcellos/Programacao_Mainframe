       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP070.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * PARETO DAS GLOSAS DO PERIODO: VALOR*
      * GLOSADO POR MOTIVO, GRUPO, CONVENIO*
      * PROCEDIMENTO E MEDICO, COM A TAXA  *
      * DE RECUPERACAO DOS RECURSOS        *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPFDATA
                    FILE STATUS  IS ST-ERRO-CONSU
                    ALTERNATE RECORD KEY IS CRMDATA
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO-PACI.
      *
      *-----------------------------------------------------------------
           SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MED.
      *
      *-----------------------------------------------------------------
           SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CONV.
      *
      *-----------------------------------------------------------------
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO-PROC
                    ALTERNATE RECORD IS DESCRPROC WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADMOTGLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MG-CHAVE
                    FILE STATUS  IS ST-ERRO-MOT.
      *
      *-----------------------------------------------------------------
           SELECT CADRECGLO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RG-CHAVE
                    FILE STATUS  IS ST-ERRO-RG.
      *
      *-----------------------------------------------------------------
           SELECT RELPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                03 QTD-CID         PIC 9(02).
                03 CID             PIC X(05) OCCURS 05 TIMES.
                03 DESCRCON1       PIC X(60).
                03 DESCRCON2       PIC X(60).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).
                03 QTD-PROC        PIC 9(02).
                03 PROC-TAB OCCURS 05 TIMES.
                    05 PROC-COD    PIC 9(04).
                    05 PROC-VAL    PIC 9(06)V99.
                03 STATUS-CONSU    PIC X(01).
                03 SIT-FATUR       PIC X(01).
                03 COD-GLOSA       PIC X(05).
                03 CRMDATA.
                    05 CRM-ALT     PIC 9(06).
                    05 DATA-ALT    PIC 9(08).
                03 NUM-LOTE        PIC 9(06).
                03 COD-FILIAL      PIC 9(02).

       FD CADPACI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
                03 CPF             PIC 9(11).
                03 NOME-P          PIC X(30).
                03 FILLER          PIC X(10).
                03 CONVENIO        PIC 9(04).
                03 FILLER          PIC X(188).

       FD CADMED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
                03 CRM             PIC 9(06).
                03 CRM-UF          PIC X(02).
                03 NOME-M          PIC X(30).
                03 FILLER          PIC X(124).

       FD CADCONV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
                03 CODIGO          PIC 9(04).
                03 NOMEC           PIC X(30).
                03 FILLER          PIC X(87).

       FD CADPROC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
                03 CODPROC         PIC 9(04).
                03 DESCRPROC       PIC X(30).
                03 VALORPROC       PIC 9(06)V99.
                03 AUTORIZPROC     PIC X(01).

       FD CADMOTGLO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOTGLO.DAT".
       01 REGMOTGLO.
                03 MG-CHAVE.
                    05 MG-CONV     PIC 9(04).
                    05 MG-CODIGO   PIC X(05).
                03 MG-DESCR        PIC X(40).
                03 MG-GRUPO        PIC X(01).

       FD CADRECGLO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECGLO.DAT".
       01 REGRECGLO.
                03 RG-CHAVE.
                    05 RG-CPF      PIC 9(11).
                    05 RG-DATA.
                        07 RG-DIA  PIC 9(02).
                        07 RG-MES  PIC 9(02).
                        07 RG-ANO  PIC 9(04).
                    05 RG-HORA     PIC 9(04).
                03 RG-CONV         PIC 9(04).
                03 RG-COD-GLOSA    PIC X(05).
                03 RG-VALOR        PIC 9(09)V99.
                03 RG-JUSTIF1      PIC X(60).
                03 RG-JUSTIF2      PIC X(60).
                03 RG-SITUACAO     PIC X(01).
                03 RG-DATA-REG     PIC 9(08).
                03 RG-DATA-ENV     PIC 9(08).
                03 RG-DATA-LIM     PIC 9(08).

       FD RELPAR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "PARGLOSA.DAT".
       01 LINRELPAR           PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-CONSU PIC X(02) VALUE "00".
       77 ST-ERRO-PACI  PIC X(02) VALUE "00".
       77 ST-ERRO-MED   PIC X(02) VALUE "00".
       77 ST-ERRO-CONV  PIC X(02) VALUE "00".
       77 ST-ERRO-PROC  PIC X(02) VALUE "00".
       77 ST-ERRO-MOT   PIC X(02) VALUE "00".
       77 ST-ERRO-RG    PIC X(02) VALUE "00".
       77 ST-ERRO-REL   PIC X(02) VALUE "00".
       77 W-TEM-PROC    PIC 9(01) VALUE ZEROS.
       77 W-TEM-MOT     PIC 9(01) VALUE ZEROS.
       77 W-TEM-RG      PIC 9(01) VALUE ZEROS.
       77 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 W-CONV        PIC 9(04) VALUE ZEROS.
       77 W-GRUPO       PIC X(01) VALUE SPACES.
       77 W-VALOR       PIC 9(09)V99 VALUE ZEROS.
       77 W-RECURSO     PIC 9(09)V99 VALUE ZEROS.
       77 W-RECUP       PIC 9(09)V99 VALUE ZEROS.
       77 W-PROC-IX     PIC 9(02) VALUE ZEROS.
       77 W-TROCOU      PIC 9(01) VALUE ZEROS.
       77 W-DIM-ANT     PIC X(01) VALUE SPACES.
       77 W-PCT         PIC 9(03)V99 VALUE ZEROS.
       77 W-PCT-ACUM    PIC 9(03)V99 VALUE ZEROS.
       77 W-TOT-QTD     PIC 9(06) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-RECURSO PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-RECUP   PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-CON    PIC 9(08) VALUE ZEROS.
       01 W-DATA-CON-R REDEFINES W-DATA-CON.
           03 W-CON-ANO PIC 9(04).
           03 W-CON-MES PIC 9(02).
           03 W-CON-DIA PIC 9(02).
      *
      *    ACUMULO DE UMA DIMENSAO: M=MOTIVO G=GRUPO C=CONVENIO
      *    P=PROCEDIMENTO D=MEDICO (CRM)
       01 W-ACUMULO.
           03 W-AC-DIM      PIC X(01).
           03 W-AC-CHAVE    PIC X(10).
           03 W-AC-QTD      PIC 9(05).
           03 W-AC-VALOR    PIC 9(09)V99.
           03 W-AC-RECURSO  PIC 9(09)V99.
           03 W-AC-RECUP    PIC 9(09)V99.
       01 W-CHAVE-MOT.
           03 W-CM-CONV     PIC 9(04).
           03 W-CM-CODIGO   PIC X(05).
           03 FILLER        PIC X(01) VALUE SPACE.
       01 W-CHAVE-NUM       PIC 9(10).
       01 W-CHAVE-NUM-R REDEFINES W-CHAVE-NUM.
           03 FILLER        PIC X(10).

       01 TAB-PARETO.
           03 PT-TOTAL      PIC 9(04) VALUE ZEROS.
           03 PT-IX         PIC 9(04) VALUE ZEROS.
           03 PT-IY         PIC 9(04) VALUE ZEROS.
           03 PT-ENT OCCURS 600 TIMES.
               05 PT-DIM      PIC X(01).
               05 PT-CHAVE    PIC X(10).
               05 PT-QTD      PIC 9(05).
               05 PT-VALOR    PIC 9(09)V99.
               05 PT-RECURSO  PIC 9(09)V99.
               05 PT-RECUP    PIC 9(09)V99.
       01 PT-ENT-AUX        PIC X(49).

       01 LINCAB1.
           03 FILLER          PIC X(34)
              VALUE "PARETO DAS GLOSAS - PERIODO DE ".
           03 LC-INI          PIC 9(08).
           03 FILLER          PIC X(05) VALUE " A ".
           03 LC-FIM          PIC 9(08).
       01 LINCAB-DIM.
           03 FILLER          PIC X(04) VALUE "*** ".
           03 LC-DIM          PIC X(40).
       01 LINCAB2.
           03 FILLER          PIC X(40)
              VALUE "CHAVE      DESCRICAO                    ".
           03 FILLER          PIC X(40)
              VALUE "          QTD  VALOR GLOSADO      %  % A".
           03 FILLER          PIC X(40)
              VALUE "CUM CL   EM RECURSO   RECUPERADO  %RECUP".
       01 LINDET.
           03 LD-CHAVE        PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-DESCR        PIC X(40).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-QTD          PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-PCT          PIC ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-ACUM         PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LD-CLASSE       PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-RECURSO      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-RECUP        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LD-TAXA         PIC ZZ9,99.
       01 LINTOT.
           03 FILLER          PIC X(52)
              VALUE "TOTAL GLOSADO NO PERIODO".
           03 LT-QTD          PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(19) VALUE SPACES.
           03 LT-RECURSO      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-RECUP        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-TAXA         PIC ZZ9,99.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PAR-001.
           DISPLAY "PARETO DAS GLOSAS POR MOTIVO, CONVENIO,"
           DISPLAY "PROCEDIMENTO E MEDICO"
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL   (AAAAMMDD): "
           ACCEPT W-DATA-FIM
           IF W-DATA-INI = ZEROS OR W-DATA-FIM < W-DATA-INI
               DISPLAY "PERIODO INVALIDO"
               GO TO PAR-001.
      *
       PAR-OP0.
           OPEN INPUT CADCONSU
           IF ST-ERRO-CONSU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONSU"
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PACI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI"
               CLOSE CADCONSU
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED"
               CLOSE CADCONSU CADPACI
               GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CONV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV"
               CLOSE CADCONSU CADPACI CADMED
               GO TO ROT-FIM.
           OPEN OUTPUT RELPAR
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PARGLOSA"
               CLOSE CADCONSU CADPACI CADMED CADCONV
               GO TO ROT-FIM.
      *    CATALOGO, PROCEDIMENTOS E RECURSOS SAO OPCIONAIS
           MOVE 1 TO W-TEM-PROC W-TEM-MOT W-TEM-RG
           OPEN INPUT CADPROC
           IF ST-ERRO-PROC NOT = "00"
               MOVE ZEROS TO W-TEM-PROC.
           OPEN INPUT CADMOTGLO
           IF ST-ERRO-MOT NOT = "00"
               DISPLAY "CATALOGO CADMOTGLO NAO ENCONTRADO"
               MOVE ZEROS TO W-TEM-MOT.
           OPEN INPUT CADRECGLO
           IF ST-ERRO-RG NOT = "00"
               MOVE ZEROS TO W-TEM-RG.
           MOVE ZEROS TO CPFDATA
           START CADCONSU KEY IS NOT LESS THAN CPFDATA
           IF ST-ERRO-CONSU NOT = "00"
               GO TO PAR-ORDENA.
      *
      *****************************************
      * CONSULTAS GLOSADAS DO PERIODO          *
      *****************************************
      *
       PAR-LER.
                READ CADCONSU NEXT RECORD
                IF ST-ERRO-CONSU NOT = "00"
                    GO TO PAR-ORDENA.
                IF STATUS-REG = "I"
                    GO TO PAR-LER.
                IF SIT-FATUR NOT = "G"
                    GO TO PAR-LER.
                MOVE ANO-C TO W-CON-ANO
                MOVE MES-C TO W-CON-MES
                MOVE DIA-C TO W-CON-DIA
                IF W-DATA-CON < W-DATA-INI OR W-DATA-CON > W-DATA-FIM
                    GO TO PAR-LER.
                MOVE ZEROS TO W-CONV
                MOVE CPF-P TO CPF
                READ CADPACI
                IF ST-ERRO-PACI = "00"
                    MOVE CONVENIO TO W-CONV.
                MOVE ZEROS TO W-VALOR
                MOVE 1 TO W-PROC-IX.
       PAR-SOMA.
                IF W-PROC-IX NOT > QTD-PROC
                    ADD PROC-VAL(W-PROC-IX) TO W-VALOR
                    ADD 1 TO W-PROC-IX
                    GO TO PAR-SOMA.
                PERFORM MOT-BUSCA THRU MOT-BUSCA-FIM
      *    RECURSO DA CONSULTA: A CHAVE E A MESMA DO CADCONSU
                MOVE ZEROS TO W-RECURSO W-RECUP
                IF W-TEM-RG = 1
                    MOVE CPFDATA TO RG-CHAVE
                    READ CADRECGLO
                    IF ST-ERRO-RG = "00"
                        MOVE RG-VALOR TO W-RECURSO
                        IF RG-SITUACAO = "A"
                            MOVE RG-VALOR TO W-RECUP.
                ADD 1         TO W-TOT-QTD
                ADD W-VALOR   TO W-TOT-VALOR
                ADD W-RECURSO TO W-TOT-RECURSO
                ADD W-RECUP   TO W-TOT-RECUP
                MOVE 1         TO W-AC-QTD
                MOVE W-VALOR   TO W-AC-VALOR
                MOVE W-RECURSO TO W-AC-RECURSO
                MOVE W-RECUP   TO W-AC-RECUP
                MOVE "M" TO W-AC-DIM
                MOVE W-CONV    TO W-CM-CONV
                MOVE COD-GLOSA TO W-CM-CODIGO
                MOVE W-CHAVE-MOT TO W-AC-CHAVE
                PERFORM TAB-ACUMULA THRU TAB-ACUMULA-FIM
                MOVE "G" TO W-AC-DIM
                MOVE W-GRUPO TO W-AC-CHAVE
                PERFORM TAB-ACUMULA THRU TAB-ACUMULA-FIM
                MOVE "C" TO W-AC-DIM
                MOVE W-CONV TO W-CHAVE-NUM
                MOVE W-CHAVE-NUM-R TO W-AC-CHAVE
                PERFORM TAB-ACUMULA THRU TAB-ACUMULA-FIM
                MOVE "D" TO W-AC-DIM
                MOVE CRM-MED TO W-CHAVE-NUM
                MOVE W-CHAVE-NUM-R TO W-AC-CHAVE
                PERFORM TAB-ACUMULA THRU TAB-ACUMULA-FIM
                MOVE 1 TO W-PROC-IX.
      *    POR PROCEDIMENTO O RECURSO E RATEADO PELO VALOR DO ITEM
       PAR-PROC.
                IF W-PROC-IX > QTD-PROC
                    GO TO PAR-LER.
                MOVE "P" TO W-AC-DIM
                MOVE PROC-COD(W-PROC-IX) TO W-CHAVE-NUM
                MOVE W-CHAVE-NUM-R TO W-AC-CHAVE
                MOVE PROC-VAL(W-PROC-IX) TO W-AC-VALOR
                MOVE ZEROS TO W-AC-RECURSO W-AC-RECUP
                IF W-VALOR NOT = ZEROS
                    COMPUTE W-AC-RECURSO ROUNDED =
                            W-RECURSO * PROC-VAL(W-PROC-IX) / W-VALOR
                    COMPUTE W-AC-RECUP ROUNDED =
                            W-RECUP * PROC-VAL(W-PROC-IX) / W-VALOR.
                PERFORM TAB-ACUMULA THRU TAB-ACUMULA-FIM
                ADD 1 TO W-PROC-IX
                GO TO PAR-PROC.
      *
      *****************************************
      * GRUPO DO MOTIVO: CODIGO DO CONVENIO,   *
      * SENAO CODIGO GERAL (CONVENIO ZERO)     *
      *****************************************
      *
       MOT-BUSCA.
                MOVE "?" TO W-GRUPO
                MOVE SPACES TO MG-DESCR
                IF W-TEM-MOT = 0
                    GO TO MOT-BUSCA-FIM.
                MOVE W-CONV    TO MG-CONV
                MOVE COD-GLOSA TO MG-CODIGO
                READ CADMOTGLO
                IF ST-ERRO-MOT = "00"
                    MOVE MG-GRUPO TO W-GRUPO
                    GO TO MOT-BUSCA-FIM.
                MOVE ZEROS     TO MG-CONV
                MOVE COD-GLOSA TO MG-CODIGO
                READ CADMOTGLO
                IF ST-ERRO-MOT = "00"
                    MOVE MG-GRUPO TO W-GRUPO
                ELSE
                    MOVE SPACES TO MG-DESCR.
       MOT-BUSCA-FIM.
                EXIT.
      *
      *****************************************
      * ACUMULO NA TABELA (BUSCA LINEAR)       *
      *****************************************
      *
       TAB-ACUMULA.
                MOVE 1 TO PT-IX.
       TAB-ACUMULA-BUSCA.
                IF PT-IX > PT-TOTAL
                    GO TO TAB-ACUMULA-NOVO.
                IF PT-DIM(PT-IX) = W-AC-DIM AND
                   PT-CHAVE(PT-IX) = W-AC-CHAVE
                    GO TO TAB-ACUMULA-SOMA.
                ADD 1 TO PT-IX
                GO TO TAB-ACUMULA-BUSCA.
       TAB-ACUMULA-NOVO.
                IF PT-TOTAL >= 600
                    DISPLAY "TABELA DO PARETO CHEIA"
                    GO TO TAB-ACUMULA-FIM.
                ADD 1 TO PT-TOTAL
                MOVE PT-TOTAL   TO PT-IX
                MOVE W-AC-DIM   TO PT-DIM(PT-IX)
                MOVE W-AC-CHAVE TO PT-CHAVE(PT-IX)
                MOVE ZEROS TO PT-QTD(PT-IX) PT-VALOR(PT-IX)
                              PT-RECURSO(PT-IX) PT-RECUP(PT-IX).
       TAB-ACUMULA-SOMA.
                ADD W-AC-QTD     TO PT-QTD(PT-IX)
                ADD W-AC-VALOR   TO PT-VALOR(PT-IX)
                ADD W-AC-RECURSO TO PT-RECURSO(PT-IX)
                ADD W-AC-RECUP   TO PT-RECUP(PT-IX).
       TAB-ACUMULA-FIM.
                EXIT.
      *
      *****************************************
      * ORDENACAO POR DIMENSAO E VALOR         *
      * GLOSADO DECRESCENTE                    *
      *****************************************
      *
       PAR-ORDENA.
                IF PT-TOTAL < 2
                    GO TO PAR-IMP.
                MOVE 1 TO W-TROCOU.
       PAR-ORD-PASSO.
                IF W-TROCOU = ZEROS
                    GO TO PAR-IMP.
                MOVE ZEROS TO W-TROCOU
                MOVE 1 TO PT-IX.
       PAR-ORD-PAR.
                COMPUTE PT-IY = PT-IX + 1
                IF PT-IY > PT-TOTAL
                    GO TO PAR-ORD-PASSO.
                IF PT-DIM(PT-IX) > PT-DIM(PT-IY) OR
                   (PT-DIM(PT-IX) = PT-DIM(PT-IY) AND
                    PT-VALOR(PT-IX) < PT-VALOR(PT-IY))
                    MOVE PT-ENT(PT-IX) TO PT-ENT-AUX
                    MOVE PT-ENT(PT-IY) TO PT-ENT(PT-IX)
                    MOVE PT-ENT-AUX    TO PT-ENT(PT-IY)
                    MOVE 1 TO W-TROCOU.
                ADD 1 TO PT-IX
                GO TO PAR-ORD-PAR.
      *
      *****************************************
      * IMPRESSAO: PERCENTUAL, ACUMULADO E     *
      * CLASSE (A ATE 80%, B ATE 95%, C)       *
      *****************************************
      *
       PAR-IMP.
                MOVE W-DATA-INI TO LC-INI
                MOVE W-DATA-FIM TO LC-FIM
                MOVE LINCAB1 TO LINRELPAR
                WRITE LINRELPAR
                MOVE SPACES TO W-DIM-ANT
                MOVE 1 TO PT-IX.
       PAR-IMP-LOOP.
                IF PT-IX > PT-TOTAL
                    GO TO PAR-TOT.
                IF PT-DIM(PT-IX) NOT = W-DIM-ANT
                    PERFORM PAR-CAB THRU PAR-CAB-FIM.
                MOVE PT-CHAVE(PT-IX) TO LD-CHAVE
                PERFORM PAR-DESCR THRU PAR-DESCR-FIM
                MOVE PT-QTD(PT-IX)   TO LD-QTD
                MOVE PT-VALOR(PT-IX) TO LD-VALOR
                MOVE ZEROS TO W-PCT
                IF W-TOT-VALOR NOT = ZEROS
                    COMPUTE W-PCT ROUNDED =
                            PT-VALOR(PT-IX) * 100 / W-TOT-VALOR.
                IF W-PCT-ACUM < 80
                    MOVE "A" TO LD-CLASSE
                ELSE
                IF W-PCT-ACUM < 95
                    MOVE "B" TO LD-CLASSE
                ELSE
                    MOVE "C" TO LD-CLASSE.
                ADD W-PCT TO W-PCT-ACUM
                IF W-PCT-ACUM > 100
                    MOVE 100 TO W-PCT-ACUM.
                MOVE W-PCT      TO LD-PCT
                MOVE W-PCT-ACUM TO LD-ACUM
                MOVE PT-RECURSO(PT-IX) TO LD-RECURSO
                MOVE PT-RECUP(PT-IX)   TO LD-RECUP
                MOVE ZEROS TO LD-TAXA
                IF PT-RECURSO(PT-IX) NOT = ZEROS
                    COMPUTE LD-TAXA ROUNDED =
                            PT-RECUP(PT-IX) * 100 / PT-RECURSO(PT-IX).
                MOVE LINDET TO LINRELPAR
                WRITE LINRELPAR
                ADD 1 TO PT-IX
                GO TO PAR-IMP-LOOP.
      *
       PAR-CAB.
                MOVE PT-DIM(PT-IX) TO W-DIM-ANT
                MOVE ZEROS TO W-PCT-ACUM
                IF W-DIM-ANT = "C"
                    MOVE "POR CONVENIO" TO LC-DIM.
                IF W-DIM-ANT = "D"
                    MOVE "POR MEDICO (CRM)" TO LC-DIM.
                IF W-DIM-ANT = "G"
                    MOVE "POR GRUPO DE MOTIVO" TO LC-DIM.
                IF W-DIM-ANT = "M"
                    MOVE "POR MOTIVO (CONVENIO + CODIGO DA GLOSA)"
                                                         TO LC-DIM.
                IF W-DIM-ANT = "P"
                    MOVE "POR PROCEDIMENTO" TO LC-DIM.
                MOVE SPACES TO LINRELPAR
                WRITE LINRELPAR
                MOVE LINCAB-DIM TO LINRELPAR
                WRITE LINRELPAR
                MOVE LINCAB2 TO LINRELPAR
                WRITE LINRELPAR.
       PAR-CAB-FIM.
                EXIT.
      *
       PAR-DESCR.
                MOVE SPACES TO LD-DESCR
                IF PT-DIM(PT-IX) = "M"
                    GO TO PAR-DESCR-MOT.
                IF PT-DIM(PT-IX) = "G"
                    GO TO PAR-DESCR-GRU.
                MOVE PT-CHAVE(PT-IX) TO W-CHAVE-NUM-R
                IF PT-DIM(PT-IX) = "C"
                    IF W-CHAVE-NUM = ZEROS
                        MOVE "SEM CONVENIO" TO LD-DESCR
                        GO TO PAR-DESCR-FIM
                    ELSE
                        MOVE W-CHAVE-NUM TO CODIGO
                        READ CADCONV
                        IF ST-ERRO-CONV = "00"
                            MOVE NOMEC TO LD-DESCR
                            GO TO PAR-DESCR-FIM
                        ELSE
                            MOVE "CONVENIO NAO CADASTRADO" TO LD-DESCR
                            GO TO PAR-DESCR-FIM.
                IF PT-DIM(PT-IX) = "D"
                    MOVE W-CHAVE-NUM TO CRM
                    READ CADMED
                    IF ST-ERRO-MED = "00"
                        MOVE NOME-M TO LD-DESCR
                        GO TO PAR-DESCR-FIM
                    ELSE
                        MOVE "MEDICO NAO CADASTRADO" TO LD-DESCR
                        GO TO PAR-DESCR-FIM.
                IF W-TEM-PROC = 1
                    MOVE W-CHAVE-NUM TO CODPROC
                    READ CADPROC
                    IF ST-ERRO-PROC = "00"
                        MOVE DESCRPROC TO LD-DESCR
                        GO TO PAR-DESCR-FIM.
                MOVE "PROCEDIMENTO NAO CADASTRADO" TO LD-DESCR
                GO TO PAR-DESCR-FIM.
       PAR-DESCR-MOT.
                MOVE PT-CHAVE(PT-IX) TO W-CHAVE-MOT
                MOVE "NAO CATALOGADO" TO LD-DESCR
                IF W-TEM-MOT = 0
                    GO TO PAR-DESCR-FIM.
                MOVE W-CM-CONV   TO MG-CONV
                MOVE W-CM-CODIGO TO MG-CODIGO
                READ CADMOTGLO
                IF ST-ERRO-MOT = "00"
                    MOVE MG-DESCR TO LD-DESCR
                    GO TO PAR-DESCR-FIM.
                MOVE ZEROS       TO MG-CONV
                MOVE W-CM-CODIGO TO MG-CODIGO
                READ CADMOTGLO
                IF ST-ERRO-MOT = "00"
                    MOVE MG-DESCR TO LD-DESCR.
                GO TO PAR-DESCR-FIM.
       PAR-DESCR-GRU.
                MOVE "NAO CATALOGADO" TO LD-DESCR
                IF PT-CHAVE(PT-IX) = "A"
                    MOVE "ADMINISTRATIVA" TO LD-DESCR.
                IF PT-CHAVE(PT-IX) = "T"
                    MOVE "TECNICA" TO LD-DESCR.
                IF PT-CHAVE(PT-IX) = "U"
                    MOVE "FALTA DE AUTORIZACAO" TO LD-DESCR.
                IF PT-CHAVE(PT-IX) = "C"
                    MOVE "CARTEIRINHA VENCIDA" TO LD-DESCR.
                IF PT-CHAVE(PT-IX) = "P"
                    MOVE "DIVERGENCIA DE PRECO" TO LD-DESCR.
       PAR-DESCR-FIM.
                EXIT.
      *
       PAR-TOT.
                MOVE SPACES TO LINRELPAR
                WRITE LINRELPAR
                MOVE W-TOT-QTD     TO LT-QTD
                MOVE W-TOT-VALOR   TO LT-VALOR
                MOVE W-TOT-RECURSO TO LT-RECURSO
                MOVE W-TOT-RECUP   TO LT-RECUP
                MOVE ZEROS TO LT-TAXA
                IF W-TOT-RECURSO NOT = ZEROS
                    COMPUTE LT-TAXA ROUNDED =
                            W-TOT-RECUP * 100 / W-TOT-RECURSO.
                MOVE LINTOT TO LINRELPAR
                WRITE LINRELPAR.
      *
       PAR-FIM.
                CLOSE CADCONSU CADPACI CADMED CADCONV RELPAR
                IF W-TEM-PROC = 1
                    CLOSE CADPROC.
                IF W-TEM-MOT = 1
                    CLOSE CADMOTGLO.
                IF W-TEM-RG = 1
                    CLOSE CADRECGLO.
                DISPLAY "RELATORIO GRAVADO EM PARGLOSA.DAT"
                DISPLAY "CONSULTAS GLOSADAS.: " W-TOT-QTD
                DISPLAY "VALOR GLOSADO......: " W-TOT-VALOR
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
