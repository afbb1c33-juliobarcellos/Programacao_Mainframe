       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR80T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * RISCO DE EVASAO: PONTUA CADA       *
      * MATRICULA ATIVA PELAS FALTAS       *
      * RECENTES, DISCIPLINAS ABAIXO DA    *
      * MEDIA, PARCELAS VENCIDAS, SEGUNDA  *
      * CHAMADA PENDENTE E TRANSFERENCIAS; *
      * LISTA POR TURMA COM O CONTATO DO   *
      * RESPONSAVEL PARA A COORDENACAO     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMATRIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEMAT
                    FILE STATUS  IS ST-ERRO-MAT.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERRO-ALU.
      *
      *-----------------------------------------------------------------
           SELECT CADCHAMADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CH-CHAVE
                    FILE STATUS  IS ST-ERRO-CHA.
      *
      *-----------------------------------------------------------------
           SELECT CADXREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS XR-RA
                    FILE STATUS  IS ST-ERRO-XREF
                    ALTERNATE RECORD KEY IS XR-MATRICULA
                                         WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADNOTA1 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATRICULA
                    FILE STATUS  IS ST-ERRO-NOT
                    ALTERNATE RECORD KEY IS NOME  WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
           SELECT CADREGAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO-RGR.
      *
      *-----------------------------------------------------------------
           SELECT CADMENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO-MEN.
      *
      *-----------------------------------------------------------------
           SELECT CADSEGCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SC-CHAVE
                    FILE STATUS  IS ST-ERRO-SEG.
      *
      *-----------------------------------------------------------------
           SELECT CADTRANSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CHAVE
                    FILE STATUS  IS ST-ERRO-TRF.
      *
      *-----------------------------------------------------------------
           SELECT RELEVA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMATRIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMATRIC.DAT".
       01 REGMATRIC.
                03 CHAVEMAT.
                    05 RA-M        PIC 9(06).
                    05 ANOLETIVO   PIC 9(04).
                    05 SEMESTRE    PIC 9(01).
                    05 CURSO       PIC 9(02).
                03 TURMA           PIC X(05).
                03 STATUSMAT       PIC X(01).
                03 DATAMATRIC      PIC 9(08).

       FD CADALUNO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADALUNO.DAT".
       01 REGALUNO.
                03 RA              PIC 9(06).
                03 NOME-A          PIC X(30).
                03 CPF             PIC 9(11).
                03 RG              PIC X(12).
                03 DATANASCIMENTO.
                    05 DIA         PIC 9(02).
                    05 MES         PIC 9(02).
                    05 ANO         PIC 9(04).
                03 NATURAL         PIC X(20).
                03 NACIONALIDADE   PIC X(20).
                03 ENDERECO.
                    05 LOGRADOURO  PIC X(30).
                    05 NUMERO      PIC 9(05).
                    05 COMPLEMENTO PIC X(20).
                    05 BAIRRO      PIC X(20).
                    05 CIDADE      PIC X(25).
                    05 ESTADO      PIC X(02).
                    05 CEP         PIC 9(08).
                03 EMAIL           PIC X(30).
                03 TELEFONE.
                    05 DDD         PIC 9(02).
                    05 NUMEROT     PIC 9(09).
                03 STATUS-REG-A    PIC X(01).
                03 MOTIVO-EXCL-A   PIC X(30).
                03 RESPONSAVEL.
                    05 NOME-RESP     PIC X(30).
                    05 CPF-RESP      PIC 9(11).
                    05 TELEFONE-RESP.
                       07 DDD-RESP     PIC 9(02).
                       07 NUMEROT-RESP PIC 9(09).

       FD CADCHAMADA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCHAMADA.DAT".
       01 REGCHAMADA.
                03 CH-CHAVE.
                    05 CH-DATA.
                       07 CH-ANO     PIC 9(04).
                       07 CH-MES     PIC 9(02).
                       07 CH-DIA     PIC 9(02).
                    05 CH-DISCIPLINA PIC X(10).
                    05 CH-TURMA      PIC X(05).
                    05 CH-RA         PIC 9(06).
                03 CH-PRESENCA     PIC X(01).

       FD CADXREF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADXREF.DAT".
       01 REGXREF.
                03 XR-RA           PIC 9(06).
                03 XR-MATRICULA    PIC 9(06).

       FD CADNOTA1
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNOTA1.DAT".
       01 REGNOTA.
                03 MATRICULA       PIC 9(06).
                03 NOME            PIC X(30).
                03 QTD-DISC        PIC 9(02).
                03 DISC-TAB OCCURS 08 TIMES.
                   05 DISCIPLINA   PIC X(10).
                   05 NOTA1        PIC 9(02)V9.
                   05 NOTA2        PIC 9(02)V9.
                   05 NOTA3        PIC 9(02)V9.
                   05 FALTA1       PIC 9(02).
                   05 FALTA2       PIC 9(02).
                   05 SITUACAO     PIC X(20).
                03 STATUS-REG      PIC X(01).
                03 MOTIVO-EXCLUSAO PIC X(30).

       FD CADREGAV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREGAV.DAT".
       01 REGREGAV.
                03 RV-CHAVE.
                    05 RV-CURSO      PIC 9(02).
                    05 RV-DISCIPLINA PIC X(10).
                03 RV-PESO1        PIC 9(02).
                03 RV-PESO2        PIC 9(02).
                03 RV-MEDIA-MIN    PIC 9(02)V9.
                03 RV-TIPO-REC     PIC X(01).
                03 RV-TOT-AULAS    PIC 9(03).
                03 RV-PERC-FAL     PIC 9(03).
                03 RV-ARRED        PIC X(01).
                03 RV-DATA-ALT     PIC 9(08).
                03 RV-OPERADOR     PIC X(08).

       FD CADMENSAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMENSAL.DAT".
       01 REGMENSAL.
                03 MN-CHAVE.
                    05 MN-RA       PIC 9(06).
                    05 MN-ANO      PIC 9(04).
                    05 MN-MES      PIC 9(02).
                03 MN-CURSO        PIC 9(02).
                03 MN-TURMA        PIC X(05).
                03 MN-VALOR        PIC 9(06)V99.
                03 MN-SITUACAO     PIC X(01).
                03 MN-DATA-PGTO    PIC 9(08).
                03 MN-VALOR-PAGO   PIC 9(06)V99.
                03 MN-VALOR-BRUTO  PIC 9(06)V99.
                03 MN-NOSSONUM     PIC 9(10).
                03 MN-ORIGEM       PIC X(01).

       FD CADSEGCH
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSEGCH.DAT".
       01 REGSEGCH.
                03 SC-CHAVE.
                    05 SC-RA       PIC 9(06).
                    05 SC-DISCIPLINA PIC X(10).
                    05 SC-BIMESTRE PIC 9(01).
                03 SC-MOTIVO       PIC X(40).
                03 SC-DOCUMENTO    PIC X(20).
                03 SC-SITUACAO     PIC X(01).
                03 SC-DATA-PED     PIC 9(08).
                03 SC-DATA-DEC     PIC 9(08).
                03 SC-USADA        PIC X(01).

       FD CADTRANSF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTRANSF.DAT".
       01 REGTRANSF.
                03 TR-CHAVE.
                    05 TR-RA       PIC 9(06).
                    05 TR-DATA     PIC 9(08).
                    05 TR-SEQ      PIC 9(02).
                03 TR-TURMA-DE     PIC X(05).
                03 TR-TURMA-PARA   PIC X(05).
                03 TR-MOTIVO       PIC X(30).

       FD RELEVA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "EVASAO.DAT".
       01 LINRELEVA           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO-MAT  PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-CHA  PIC X(02) VALUE "00".
       77 ST-ERRO-XREF PIC X(02) VALUE "00".
       77 ST-ERRO-NOT  PIC X(02) VALUE "00".
       77 ST-ERRO-RGR  PIC X(02) VALUE "00".
       77 ST-ERRO-MEN  PIC X(02) VALUE "00".
       77 ST-ERRO-SEG  PIC X(02) VALUE "00".
       77 ST-ERRO-TRF  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-TEM-CHA    PIC 9(01) VALUE ZEROS.
       77 W-TEM-NOT    PIC 9(01) VALUE ZEROS.
       77 W-TEM-RGR    PIC 9(01) VALUE ZEROS.
       77 W-TEM-MEN    PIC 9(01) VALUE ZEROS.
       77 W-TEM-SEG    PIC 9(01) VALUE ZEROS.
       77 W-TEM-TRF    PIC 9(01) VALUE ZEROS.
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-SEMEST     PIC 9(01) VALUE ZEROS.
       77 W-JANELA     PIC 9(03) VALUE ZEROS.
       77 W-CORTE      PIC 9(03) VALUE ZEROS.
       77 W-HOJE-D     PIC 9(07) VALUE ZEROS.
       77 W-DATA-D     PIC 9(07) VALUE ZEROS.
       77 W-MEDIA      PIC 9(02)V9 VALUE ZEROS.
       77 W-MEDIA-MIN  PIC 9(02)V9 VALUE ZEROS.
       77 W-IND        PIC 9(02) COMP VALUE ZEROS.
       77 W-PONTOS     PIC 9(03) VALUE ZEROS.
       77 W-MAIOR      PIC 9(03) VALUE ZEROS.
       77 W-TOT-MAT    PIC 9(05) VALUE ZEROS.
       77 W-TOT-RISCO  PIC 9(05) VALUE ZEROS.
       77 W-TURMA-ANT  PIC X(05) VALUE SPACES.
       77 W-TROCOU     PIC 9(01) VALUE ZEROS.
       77 FA-TOTAL     PIC 9(04) VALUE ZEROS.
       77 FA-IX        PIC 9(04) VALUE ZEROS.
       77 RE-TOTAL     PIC 9(03) VALUE ZEROS.
       77 RE-IX        PIC 9(03) VALUE ZEROS.

       01 W-HOJE8.
           03 W-HJ-ANO        PIC 9(04).
           03 W-HJ-MES        PIC 9(02).
           03 W-HJ-DIA        PIC 9(02).

      *    PESOS DE CADA FATOR NA PONTUACAO DO ALUNO
       01 TABPESOS.
           03 PS-FALTAS       PIC 9(02) VALUE 03.
           03 PS-NOTA         PIC 9(02) VALUE 02.
           03 PS-ATRASO       PIC 9(02) VALUE 02.
           03 PS-SEGCH        PIC 9(02) VALUE 01.
           03 PS-TRANSF       PIC 9(02) VALUE 01.

      *    FALTAS DA JANELA POR RA (UMA PASSADA NA CHAMADA)
       01 TABFALTA.
           03 FA-ENT OCCURS 999 TIMES.
              05 FA-RA      PIC 9(06).
              05 FA-QTD     PIC 9(03).

      *    FATORES DO ALUNO EM APURACAO
       01 W-FATORES.
           03 W-QT-FAL        PIC 9(03).
           03 W-QT-NOT        PIC 9(02).
           03 W-QT-ATR        PIC 9(02).
           03 W-QT-SEG        PIC 9(02).
           03 W-QT-TRF        PIC 9(02).
           03 W-PT-FAL        PIC 9(03).
           03 W-PT-NOT        PIC 9(03).
           03 W-PT-ATR        PIC 9(03).
           03 W-PT-SEG        PIC 9(03).
           03 W-PT-TRF        PIC 9(03).

      *    ALUNOS EM RISCO, ORDENADOS POR TURMA E PONTOS
       01 TABRISCO.
           03 RE-ENT OCCURS 300 TIMES.
              05 RE-TURMA   PIC X(05).
              05 RE-PONTOS  PIC 9(03).
              05 RE-RA      PIC 9(06).
              05 RE-NOME    PIC X(30).
              05 RE-RESP    PIC X(30).
              05 RE-DDD     PIC 9(02).
              05 RE-FONE    PIC 9(09).
              05 RE-MOTIVO  PIC X(24).
              05 RE-QT-FAL  PIC 9(03).
              05 RE-QT-NOT  PIC 9(02).
              05 RE-QT-ATR  PIC 9(02).
              05 RE-QT-SEG  PIC 9(02).
              05 RE-QT-TRF  PIC 9(02).
       01 RE-ENT-AUX          PIC X(120).

       01 LINEVA-CAB.
           03 FILLER          PIC X(30)
              VALUE "RISCO DE EVASAO - PERIODO    ".
           03 LE-ANOLET       PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 LE-SEMEST       PIC 9(01).
           03 FILLER          PIC X(12) VALUE "  EMITIDO EM".
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-DATA         PIC 9(08).
       01 LINEVA-CRIT.
           03 FILLER          PIC X(24)
              VALUE "FALTAS NOS ULTIMOS DIAS:".
           03 LE-JANELA       PIC ZZ9.
           03 FILLER          PIC X(23)
              VALUE "   PONTUACAO DE CORTE: ".
           03 LE-CORTE        PIC ZZ9.
       01 LINEVA-TUR.
           03 FILLER          PIC X(07) VALUE "TURMA: ".
           03 LE-TURMA        PIC X(05).
       01 LINEVA-DET.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LE-RA           PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-NOME         PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LE-PONTOS       PIC ZZ9.
           03 FILLER          PIC X(04) VALUE " PT ".
           03 LE-MOTIVO       PIC X(24).
       01 LINEVA-RESP.
           03 FILLER          PIC X(09) VALUE SPACES.
           03 FILLER          PIC X(06) VALUE "CONT: ".
           03 LE-RESP         PIC X(30).
           03 FILLER          PIC X(02) VALUE " (".
           03 LE-DDD          PIC 9(02).
           03 FILLER          PIC X(02) VALUE ") ".
           03 LE-FONE         PIC 9(09).
       01 LINEVA-FAT.
           03 FILLER          PIC X(09) VALUE SPACES.
           03 FILLER          PIC X(07) VALUE "FALTAS ".
           03 LE-QT-FAL       PIC ZZ9.
           03 FILLER          PIC X(08) VALUE "  NOTAS ".
           03 LE-QT-NOT       PIC Z9.
           03 FILLER          PIC X(11) VALUE "  VENCIDAS ".
           03 LE-QT-ATR       PIC Z9.
           03 FILLER          PIC X(09) VALUE "  2a.CH. ".
           03 LE-QT-SEG       PIC Z9.
           03 FILLER          PIC X(09) VALUE "  TRANSF ".
           03 LE-QT-TRF       PIC Z9.
       01 LINEVA-TOT.
           03 FILLER          PIC X(24)
              VALUE "MATRICULAS AVALIADAS...:".
           03 LE-TOT-MAT      PIC ZZ.ZZ9.
           03 FILLER          PIC X(16) VALUE "   EM RISCO....:".
           03 LE-TOT-RISCO    PIC ZZ.ZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       EVA-001.
           DISPLAY "RISCO DE EVASAO POR TURMA"
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           IF W-ANOLET = ZEROS
               DISPLAY "ANO LETIVO INVALIDO"
               GO TO EVA-001.
       EVA-002.
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEMEST
           IF W-SEMEST NOT = 1 AND W-SEMEST NOT = 2
               DISPLAY "SEMESTRE INVALIDO"
               GO TO EVA-002.
       EVA-003.
           DISPLAY "DIAS DE FALTAS CONSIDERADOS (0=30): "
           ACCEPT W-JANELA
           IF W-JANELA = ZEROS
               MOVE 030 TO W-JANELA.
           DISPLAY "PONTUACAO MINIMA PARA LISTAR (0=4): "
           ACCEPT W-CORTE
           IF W-CORTE = ZEROS
               MOVE 004 TO W-CORTE.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD
           COMPUTE W-HOJE-D = W-HJ-ANO * 365 + W-HJ-MES * 30 +
                   W-HJ-DIA.
      *
       EVA-OP0.
           OPEN INPUT CADMATRIC
           IF ST-ERRO-MAT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRIC"
               GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
               CLOSE CADMATRIC
               GO TO ROT-FIM.
           OPEN OUTPUT RELEVA
           IF ST-ERRO-REL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO EVASAO"
               CLOSE CADMATRIC CADALUNO
               GO TO ROT-FIM.
      *    OS DEMAIS ARQUIVOS SAO OPCIONAIS: SEM ELES O FATOR
      *    CORRESPONDENTE FICA ZERADO
           MOVE 1 TO W-TEM-CHA
           OPEN INPUT CADCHAMADA
           IF ST-ERRO-CHA NOT = "00"
               MOVE ZEROS TO W-TEM-CHA
               DISPLAY "CADCHAMADA AUSENTE - SEM FALTAS".
           MOVE 1 TO W-TEM-NOT
           OPEN INPUT CADXREF
           IF ST-ERRO-XREF NOT = "00"
               MOVE ZEROS TO W-TEM-NOT
               DISPLAY "CADXREF AUSENTE - SEM NOTAS"
           ELSE
               OPEN INPUT CADNOTA1
               IF ST-ERRO-NOT NOT = "00"
                   CLOSE CADXREF
                   MOVE ZEROS TO W-TEM-NOT
                   DISPLAY "CADNOTA1 AUSENTE - SEM NOTAS".
           MOVE 1 TO W-TEM-RGR
           OPEN INPUT CADREGAV
           IF ST-ERRO-RGR NOT = "00"
               MOVE ZEROS TO W-TEM-RGR.
           MOVE 1 TO W-TEM-MEN
           OPEN INPUT CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
               MOVE ZEROS TO W-TEM-MEN
               DISPLAY "CADMENSAL AUSENTE - SEM PARCELAS".
           MOVE 1 TO W-TEM-SEG
           OPEN INPUT CADSEGCH
           IF ST-ERRO-SEG NOT = "00"
               MOVE ZEROS TO W-TEM-SEG.
           MOVE 1 TO W-TEM-TRF
           OPEN INPUT CADTRANSF
           IF ST-ERRO-TRF NOT = "00"
               MOVE ZEROS TO W-TEM-TRF.
      *
      *****************************************
      * FALTAS DA JANELA POR RA                *
      *****************************************
      *
       FAL-LER.
           IF W-TEM-CHA NOT = 1
               GO TO MAT-LER.
           READ CADCHAMADA NEXT RECORD
           AT END
               GO TO MAT-LER.
           IF CH-PRESENCA NOT = "F"
               GO TO FAL-LER.
           COMPUTE W-DATA-D = CH-ANO * 365 + CH-MES * 30 + CH-DIA
           IF W-DATA-D > W-HOJE-D OR W-HOJE-D - W-DATA-D > W-JANELA
               GO TO FAL-LER.
           MOVE 1 TO FA-IX.
       FAL-PROC.
           IF FA-IX > FA-TOTAL
               GO TO FAL-NOVO.
           IF FA-RA(FA-IX) = CH-RA
               ADD 1 TO FA-QTD(FA-IX)
               GO TO FAL-LER.
           ADD 1 TO FA-IX
           GO TO FAL-PROC.
       FAL-NOVO.
           IF FA-TOTAL >= 999
               DISPLAY "TABELA DE FALTAS CHEIA"
               GO TO MAT-LER.
           ADD 1 TO FA-TOTAL
           MOVE CH-RA TO FA-RA(FA-TOTAL)
           MOVE 1 TO FA-QTD(FA-TOTAL)
           GO TO FAL-LER.
      *
      *****************************************
      * PONTUACAO DAS MATRICULAS ATIVAS        *
      *****************************************
      *
       MAT-LER.
           READ CADMATRIC NEXT RECORD
           AT END
               GO TO REL-SORT.
           IF STATUSMAT NOT = "A"
               GO TO MAT-LER.
           IF ANOLETIVO NOT = W-ANOLET OR SEMESTRE NOT = W-SEMEST
               GO TO MAT-LER.
           ADD 1 TO W-TOT-MAT
           MOVE ZEROS TO W-FATORES
           PERFORM FAT-FALTAS THRU FAT-FALTAS-FIM
           PERFORM FAT-NOTAS  THRU FAT-NOTAS-FIM
           PERFORM FAT-ATRASO THRU FAT-ATRASO-FIM
           PERFORM FAT-SEGCH  THRU FAT-SEGCH-FIM
           PERFORM FAT-TRANSF THRU FAT-TRANSF-FIM
      *    FALTAS CONTAM UM PESO A CADA 3 NA JANELA
           COMPUTE W-PT-FAL = (W-QT-FAL / 3) * PS-FALTAS
           COMPUTE W-PT-NOT = W-QT-NOT * PS-NOTA
           COMPUTE W-PT-ATR = W-QT-ATR * PS-ATRASO
           COMPUTE W-PT-SEG = W-QT-SEG * PS-SEGCH
           COMPUTE W-PT-TRF = W-QT-TRF * PS-TRANSF
           COMPUTE W-PONTOS = W-PT-FAL + W-PT-NOT + W-PT-ATR +
                   W-PT-SEG + W-PT-TRF
           IF W-PONTOS < W-CORTE
               GO TO MAT-LER.
           IF RE-TOTAL >= 300
               DISPLAY "TABELA DE ALUNOS EM RISCO CHEIA"
               GO TO REL-SORT.
           ADD 1 TO RE-TOTAL W-TOT-RISCO
           MOVE RA-M TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE SPACES TO NOME-A NOME-RESP
               MOVE ZEROS TO DDD NUMEROT DDD-RESP NUMEROT-RESP.
           MOVE TURMA    TO RE-TURMA(RE-TOTAL)
           MOVE W-PONTOS TO RE-PONTOS(RE-TOTAL)
           MOVE RA-M     TO RE-RA(RE-TOTAL)
           MOVE NOME-A   TO RE-NOME(RE-TOTAL)
      *    SEM RESPONSAVEL CADASTRADO O CONTATO E O DO ALUNO
           IF NOME-RESP = SPACES
               MOVE NOME-A  TO RE-RESP(RE-TOTAL)
               MOVE DDD     TO RE-DDD(RE-TOTAL)
               MOVE NUMEROT TO RE-FONE(RE-TOTAL)
           ELSE
               MOVE NOME-RESP    TO RE-RESP(RE-TOTAL)
               MOVE DDD-RESP     TO RE-DDD(RE-TOTAL)
               MOVE NUMEROT-RESP TO RE-FONE(RE-TOTAL).
           MOVE W-QT-FAL TO RE-QT-FAL(RE-TOTAL)
           MOVE W-QT-NOT TO RE-QT-NOT(RE-TOTAL)
           MOVE W-QT-ATR TO RE-QT-ATR(RE-TOTAL)
           MOVE W-QT-SEG TO RE-QT-SEG(RE-TOTAL)
           MOVE W-QT-TRF TO RE-QT-TRF(RE-TOTAL)
           PERFORM FAT-MOTIVO THRU FAT-MOTIVO-FIM
           GO TO MAT-LER.
      *
       FAT-FALTAS.
           MOVE 1 TO FA-IX.
       FAT-FALTAS-PROC.
           IF FA-IX > FA-TOTAL
               GO TO FAT-FALTAS-FIM.
           IF FA-RA(FA-IX) = RA-M
               MOVE FA-QTD(FA-IX) TO W-QT-FAL
               GO TO FAT-FALTAS-FIM.
           ADD 1 TO FA-IX
           GO TO FAT-FALTAS-PROC.
       FAT-FALTAS-FIM.
           EXIT.
      *
      *    DISCIPLINAS COM NOTA LANCADA E MEDIA PARCIAL ABAIXO DA
      *    MINIMA DO CADREGAV (DISCIPLINA, SENAO CURSO, SENAO 6,0)
       FAT-NOTAS.
           IF W-TEM-NOT NOT = 1
               GO TO FAT-NOTAS-FIM.
           MOVE RA-M TO XR-RA
           READ CADXREF
           IF ST-ERRO-XREF NOT = "00"
               GO TO FAT-NOTAS-FIM.
           MOVE XR-MATRICULA TO MATRICULA
           READ CADNOTA1
           IF ST-ERRO-NOT NOT = "00"
               GO TO FAT-NOTAS-FIM.
           MOVE 1 TO W-IND.
       FAT-NOTAS-DISC.
           IF W-IND > QTD-DISC OR W-IND > 8
               GO TO FAT-NOTAS-FIM.
           IF NOTA1(W-IND) = ZEROS AND NOTA2(W-IND) = ZEROS
               ADD 1 TO W-IND
               GO TO FAT-NOTAS-DISC.
           IF NOTA2(W-IND) = ZEROS
               MOVE NOTA1(W-IND) TO W-MEDIA
           ELSE
               COMPUTE W-MEDIA = (NOTA1(W-IND) + NOTA2(W-IND)) / 2.
           PERFORM RGR-MINIMA THRU RGR-MINIMA-FIM
           IF W-MEDIA < W-MEDIA-MIN
               ADD 1 TO W-QT-NOT.
           ADD 1 TO W-IND
           GO TO FAT-NOTAS-DISC.
       FAT-NOTAS-FIM.
           EXIT.
      *
       RGR-MINIMA.
           MOVE 6,0 TO W-MEDIA-MIN
           IF W-TEM-RGR NOT = 1
               GO TO RGR-MINIMA-FIM.
           MOVE CURSO TO RV-CURSO
           MOVE DISCIPLINA(W-IND) TO RV-DISCIPLINA
           READ CADREGAV
           IF ST-ERRO-RGR = "00"
               MOVE RV-MEDIA-MIN TO W-MEDIA-MIN
               GO TO RGR-MINIMA-FIM.
           MOVE SPACES TO RV-DISCIPLINA
           READ CADREGAV
           IF ST-ERRO-RGR = "00"
               MOVE RV-MEDIA-MIN TO W-MEDIA-MIN.
       RGR-MINIMA-FIM.
           MOVE "00" TO ST-ERRO-RGR.
      *
      *    PARCELAS EM ABERTO JA VENCIDAS (DIA 10 DA COMPETENCIA)
       FAT-ATRASO.
           IF W-TEM-MEN NOT = 1
               GO TO FAT-ATRASO-FIM.
           MOVE RA-M  TO MN-RA
           MOVE ZEROS TO MN-ANO MN-MES
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
               GO TO FAT-ATRASO-FIM.
       FAT-ATRASO-LER.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00"
               GO TO FAT-ATRASO-FIM.
           IF MN-RA NOT = RA-M
               GO TO FAT-ATRASO-FIM.
           IF MN-SITUACAO NOT = "A" OR MN-VALOR = ZEROS
               GO TO FAT-ATRASO-LER.
           IF (MN-ANO * 365 + MN-MES * 30 + 10) < W-HOJE-D
               ADD 1 TO W-QT-ATR.
           GO TO FAT-ATRASO-LER.
       FAT-ATRASO-FIM.
           MOVE "00" TO ST-ERRO-MEN.
      *
      *    PEDIDOS DE SEGUNDA CHAMADA AINDA PENDENTES
       FAT-SEGCH.
           IF W-TEM-SEG NOT = 1
               GO TO FAT-SEGCH-FIM.
           MOVE RA-M   TO SC-RA
           MOVE SPACES TO SC-DISCIPLINA
           MOVE ZEROS  TO SC-BIMESTRE
           START CADSEGCH KEY IS NOT LESS THAN SC-CHAVE
           IF ST-ERRO-SEG NOT = "00"
               GO TO FAT-SEGCH-FIM.
       FAT-SEGCH-LER.
           READ CADSEGCH NEXT RECORD
           IF ST-ERRO-SEG NOT = "00"
               GO TO FAT-SEGCH-FIM.
           IF SC-RA NOT = RA-M
               GO TO FAT-SEGCH-FIM.
           IF SC-SITUACAO = "P"
               ADD 1 TO W-QT-SEG.
           GO TO FAT-SEGCH-LER.
       FAT-SEGCH-FIM.
           MOVE "00" TO ST-ERRO-SEG.
      *
      *    TRANSFERENCIAS DE TURMA NO ANO LETIVO
       FAT-TRANSF.
           IF W-TEM-TRF NOT = 1
               GO TO FAT-TRANSF-FIM.
           MOVE RA-M  TO TR-RA
           MOVE ZEROS TO TR-DATA TR-SEQ
           START CADTRANSF KEY IS NOT LESS THAN TR-CHAVE
           IF ST-ERRO-TRF NOT = "00"
               GO TO FAT-TRANSF-FIM.
       FAT-TRANSF-LER.
           READ CADTRANSF NEXT RECORD
           IF ST-ERRO-TRF NOT = "00"
               GO TO FAT-TRANSF-FIM.
           IF TR-RA NOT = RA-M
               GO TO FAT-TRANSF-FIM.
           IF TR-DATA NOT < W-ANOLET * 10000 AND
              TR-DATA < (W-ANOLET + 1) * 10000
               ADD 1 TO W-QT-TRF.
           GO TO FAT-TRANSF-LER.
       FAT-TRANSF-FIM.
           MOVE "00" TO ST-ERRO-TRF.
      *
      *    O FATOR DE MAIOR PESO E O MOTIVO PRINCIPAL DA LISTA
       FAT-MOTIVO.
           MOVE W-PT-FAL TO W-MAIOR
           MOVE "FALTAS RECENTES" TO RE-MOTIVO(RE-TOTAL)
           IF W-PT-NOT > W-MAIOR
               MOVE W-PT-NOT TO W-MAIOR
               MOVE "NOTAS ABAIXO DA MEDIA" TO RE-MOTIVO(RE-TOTAL).
           IF W-PT-ATR > W-MAIOR
               MOVE W-PT-ATR TO W-MAIOR
               MOVE "MENSALIDADES VENCIDAS" TO RE-MOTIVO(RE-TOTAL).
           IF W-PT-SEG > W-MAIOR
               MOVE W-PT-SEG TO W-MAIOR
               MOVE "SEGUNDA CHAMADA PENDENTE"
                    TO RE-MOTIVO(RE-TOTAL).
           IF W-PT-TRF > W-MAIOR
               MOVE W-PT-TRF TO W-MAIOR
               MOVE "TRANSFERENCIAS DE TURMA" TO RE-MOTIVO(RE-TOTAL).
       FAT-MOTIVO-FIM.
           EXIT.
      *
      *****************************************
      * ORDENACAO POR TURMA E PONTUACAO        *
      *****************************************
      *
       REL-SORT.
           IF RE-TOTAL < 2
               GO TO REL-IMP.
           MOVE 0 TO W-TROCOU
           MOVE 1 TO RE-IX.
       REL-SORT-LOOP.
           IF RE-IX > RE-TOTAL - 1
               GO TO REL-SORT-FIM.
           IF RE-TURMA(RE-IX) > RE-TURMA(RE-IX + 1)
               PERFORM REL-SORT-SWAP THRU REL-SORT-SWAP-FIM
               MOVE 1 TO W-TROCOU
           ELSE
              IF RE-TURMA(RE-IX) = RE-TURMA(RE-IX + 1) AND
                 RE-PONTOS(RE-IX) < RE-PONTOS(RE-IX + 1)
                  PERFORM REL-SORT-SWAP THRU REL-SORT-SWAP-FIM
                  MOVE 1 TO W-TROCOU.
           ADD 1 TO RE-IX
           GO TO REL-SORT-LOOP.
       REL-SORT-FIM.
           IF W-TROCOU = 1
               GO TO REL-SORT.
           GO TO REL-IMP.
       REL-SORT-SWAP.
           MOVE RE-ENT(RE-IX)     TO RE-ENT-AUX.
           MOVE RE-ENT(RE-IX + 1) TO RE-ENT(RE-IX).
           MOVE RE-ENT-AUX        TO RE-ENT(RE-IX + 1).
       REL-SORT-SWAP-FIM.
           EXIT.
      *
      *****************************************
      * LISTA AGRUPADA POR TURMA               *
      *****************************************
      *
       REL-IMP.
           MOVE W-ANOLET TO LE-ANOLET
           MOVE W-SEMEST TO LE-SEMEST
           MOVE W-HOJE8  TO LE-DATA
           MOVE LINEVA-CAB TO LINRELEVA
           WRITE LINRELEVA
           MOVE W-JANELA TO LE-JANELA
           MOVE W-CORTE  TO LE-CORTE
           MOVE LINEVA-CRIT TO LINRELEVA
           WRITE LINRELEVA
           MOVE SPACES TO W-TURMA-ANT
           MOVE 1 TO RE-IX.
       REL-IMP-LOOP.
           IF RE-IX > RE-TOTAL
               GO TO REL-FIM.
           IF RE-TURMA(RE-IX) NOT = W-TURMA-ANT OR RE-IX = 1
               MOVE SPACES TO LINRELEVA
               WRITE LINRELEVA
               MOVE RE-TURMA(RE-IX) TO LE-TURMA W-TURMA-ANT
               MOVE LINEVA-TUR TO LINRELEVA
               WRITE LINRELEVA.
           MOVE RE-RA(RE-IX)     TO LE-RA
           MOVE RE-NOME(RE-IX)   TO LE-NOME
           MOVE RE-PONTOS(RE-IX) TO LE-PONTOS
           MOVE RE-MOTIVO(RE-IX) TO LE-MOTIVO
           MOVE LINEVA-DET TO LINRELEVA
           WRITE LINRELEVA
           MOVE RE-RESP(RE-IX) TO LE-RESP
           MOVE RE-DDD(RE-IX)  TO LE-DDD
           MOVE RE-FONE(RE-IX) TO LE-FONE
           MOVE LINEVA-RESP TO LINRELEVA
           WRITE LINRELEVA
           MOVE RE-QT-FAL(RE-IX) TO LE-QT-FAL
           MOVE RE-QT-NOT(RE-IX) TO LE-QT-NOT
           MOVE RE-QT-ATR(RE-IX) TO LE-QT-ATR
           MOVE RE-QT-SEG(RE-IX) TO LE-QT-SEG
           MOVE RE-QT-TRF(RE-IX) TO LE-QT-TRF
           MOVE LINEVA-FAT TO LINRELEVA
           WRITE LINRELEVA
           ADD 1 TO RE-IX
           GO TO REL-IMP-LOOP.
      *
       REL-FIM.
           MOVE SPACES TO LINRELEVA
           WRITE LINRELEVA
           MOVE W-TOT-MAT   TO LE-TOT-MAT
           MOVE W-TOT-RISCO TO LE-TOT-RISCO
           MOVE LINEVA-TOT TO LINRELEVA
           WRITE LINRELEVA
           CLOSE CADMATRIC CADALUNO RELEVA
           IF W-TEM-CHA = 1
               CLOSE CADCHAMADA.
           IF W-TEM-NOT = 1
               CLOSE CADXREF CADNOTA1.
           IF W-TEM-RGR = 1
               CLOSE CADREGAV.
           IF W-TEM-MEN = 1
               CLOSE CADMENSAL.
           IF W-TEM-SEG = 1
               CLOSE CADSEGCH.
           IF W-TEM-TRF = 1
               CLOSE CADTRANSF.
           DISPLAY "MATRICULAS AVALIADAS: " W-TOT-MAT
           DISPLAY "ALUNOS EM RISCO.....: " W-TOT-RISCO
           DISPLAY "RELATORIO GRAVADO EM EVASAO.DAT"
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
