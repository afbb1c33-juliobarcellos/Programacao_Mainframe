       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR76T INITIAL.
       AUTHOR. JULIO CESAR DA SILVA BARCELLOS.
      **************************************
      * OCORRENCIAS DISCIPLINARES POR RA:  *
      * ATRASO, INDISCIPLINA, SUSPENSAO,   *
      * COM GRAVIDADE, RELATOR E MEDIDA;   *
      * CARTAS AO RESPONSAVEL E RESUMO POR *
      * ALUNO E POR TURMA PARA O CONSELHO  *
      * DE CLASSE                          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
           SELECT CADALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERRO-ALU.
      *
      *-----------------------------------------------------------------
           SELECT CADMATRIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMAT
                    FILE STATUS  IS ST-ERRO-MAT.
      *
      *-----------------------------------------------------------------
           SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-SES.
      *
      *-----------------------------------------------------------------
           SELECT RELCARTA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CAR.
      *
      *-----------------------------------------------------------------
           SELECT RELOCOR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOCORR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADOCORR.DAT".
       01 REGOCORR.
                03 OC-CHAVE.
                    05 OC-RA       PIC 9(06).
                    05 OC-DATA     PIC 9(08).
                    05 OC-SEQ      PIC 9(02).
                03 OC-TIPO         PIC X(01).
                03 OC-GRAVIDADE    PIC X(01).
                03 OC-DESCRICAO    PIC X(60).
                03 OC-RELATOR      PIC X(30).
                03 OC-MEDIDA       PIC X(40).
                03 OC-SUSP-INI     PIC 9(08).
                03 OC-SUSP-FIM     PIC 9(08).
                03 OC-ANOLETIVO    PIC 9(04).
                03 OC-SEMESTRE     PIC 9(01).
                03 OC-TURMA        PIC X(05).
                03 OC-CARTA        PIC X(01).
                03 OC-DATA-CARTA   PIC 9(08).
                03 OC-OPERADOR     PIC X(08).

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

       FD OPERSES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OPERSES.DAT".
       01 REGSES.
                03 SES-OPER        PIC X(08).
                03 SES-PERFIL      PIC X(01).

       FD RELCARTA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CARTAOCO.DAT".
       01 LINRELCAR           PIC X(80).

       FD RELOCOR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "OCORREL.DAT".
       01 LINRELOCO           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRO-ALU  PIC X(02) VALUE "00".
       77 ST-ERRO-MAT  PIC X(02) VALUE "00".
       77 ST-ERRO-SES  PIC X(02) VALUE "00".
       77 ST-ERRO-CAR  PIC X(02) VALUE "00".
       77 ST-ERRO-REL  PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-RA         PIC 9(06) VALUE ZEROS.
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-HOJE8      PIC 9(08) VALUE ZEROS.
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-SEMEST     PIC 9(01) VALUE ZEROS.
       77 W-TURMA      PIC X(05) VALUE SPACES.
       77 W-RA-ATU     PIC 9(06) VALUE ZEROS.
       77 W-TOT-CARTAS PIC 9(05) VALUE ZEROS.
       77 W-TOT-LIN    PIC 9(05) VALUE ZEROS.
      *    CONTADORES DO ALUNO E DA TURMA NO RESUMO
       77 W-AL-ATR     PIC 9(03) VALUE ZEROS.
       77 W-AL-IND     PIC 9(03) VALUE ZEROS.
       77 W-AL-SUS     PIC 9(03) VALUE ZEROS.
       77 W-AL-OUT     PIC 9(03) VALUE ZEROS.
       77 W-AL-GRV     PIC 9(03) VALUE ZEROS.
       77 W-TU-ATR     PIC 9(04) VALUE ZEROS.
       77 W-TU-IND     PIC 9(04) VALUE ZEROS.
       77 W-TU-SUS     PIC 9(04) VALUE ZEROS.
       77 W-TU-OUT     PIC 9(04) VALUE ZEROS.
       77 W-TU-GRV     PIC 9(04) VALUE ZEROS.
       77 W-TU-ALU     PIC 9(04) VALUE ZEROS.
       01 W-DATA-VAL.
           03 W-DV-ANO     PIC 9(04).
           03 W-DV-MES     PIC 9(02).
           03 W-DV-DIA     PIC 9(02).
       01 W-DATA-VAL-N REDEFINES W-DATA-VAL PIC 9(08).

       01 TABTIPO.
           03 FILLER       PIC X(13) VALUE "AATRASO".
           03 FILLER       PIC X(13) VALUE "IINDISCIPLINA".
           03 FILLER       PIC X(13) VALUE "SSUSPENSAO".
           03 FILLER       PIC X(13) VALUE "OOUTRA".
       01 TTP REDEFINES TABTIPO.
           03 TT-ENT OCCURS 4 TIMES.
              05 TT-COD    PIC X(01).
              05 TT-NOME   PIC X(12).
       77 TT-IX        PIC 9(01) VALUE ZEROS.
       77 W-TIPO-NOME  PIC X(12) VALUE SPACES.
       77 W-GRAV-NOME  PIC X(05) VALUE SPACES.

       01 LINCAR-SEP.
           03 FILLER          PIC X(60) VALUE ALL "-".
       01 LINCAR-DATA.
           03 FILLER          PIC X(06) VALUE "DATA: ".
           03 LC-DATA         PIC 9(08).
       01 LINCAR-DEST.
           03 FILLER          PIC X(08) VALUE "AO SR(A)".
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LC-RESP         PIC X(30).
       01 LINCAR-END.
           03 LC-LOGRA        PIC X(30).
           03 FILLER          PIC X(02) VALUE ", ".
           03 LC-NUMERO       PIC 9(05).
           03 FILLER          PIC X(03) VALUE " - ".
           03 LC-CIDADE       PIC X(25).
       01 LINCAR-TXT1.
           03 FILLER          PIC X(22) VALUE "COMUNICAMOS QUE O(A) ".
           03 LC-ALUNO        PIC X(30).
           03 FILLER          PIC X(04) VALUE " RA ".
           03 LC-RA           PIC 9(06).
       01 LINCAR-TXT2.
           03 FILLER          PIC X(24) VALUE "TEVE OCORRENCIA DE ".
           03 LC-TIPO         PIC X(12).
           03 FILLER          PIC X(04) VALUE " EM ".
           03 LC-DATA-OC      PIC 9(08).
           03 FILLER          PIC X(13) VALUE " (GRAVIDADE ".
           03 LC-GRAV         PIC X(05).
           03 FILLER          PIC X(01) VALUE ")".
       01 LINCAR-TXT3.
           03 LC-DESCRICAO    PIC X(60).
       01 LINCAR-TXT4.
           03 FILLER          PIC X(17) VALUE "MEDIDA ADOTADA: ".
           03 LC-MEDIDA       PIC X(40).
       01 LINCAR-TXT5.
           03 FILLER          PIC X(25)
              VALUE "SUSPENSO(A) DAS AULAS DE ".
           03 LC-SUSP-INI     PIC 9(08).
           03 FILLER          PIC X(04) VALUE " A ".
           03 LC-SUSP-FIM     PIC 9(08).
       01 LINCAR-TXT6.
           03 FILLER          PIC X(48)
              VALUE "SOLICITAMOS COMPARECIMENTO A COORDENACAO.".
       01 LINCAR-CIENTE.
           03 FILLER          PIC X(50)
              VALUE "CIENTE: ______________________________  DATA: __".
           03 FILLER          PIC X(08) VALUE "/__/____".

       01 LINHIS-CAB.
           03 FILLER          PIC X(26)
              VALUE "OCORRENCIAS DO ALUNO  RA ".
           03 LH-RA           PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LH-NOME         PIC X(30).
       01 LINHIS-CAB2.
           03 FILLER          PIC X(40)
              VALUE "DATA     TIPO         GRAV. TURMA CARTA ".
           03 FILLER          PIC X(20) VALUE "RELATOR".
       01 LINHIS-DET.
           03 LH-DATA         PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LH-TIPO         PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LH-GRAV         PIC X(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LH-TURMA        PIC X(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LH-CARTA        PIC X(01).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 LH-RELATOR      PIC X(30).
       01 LINHIS-DESC.
           03 FILLER          PIC X(09) VALUE SPACES.
           03 LH-DESCRICAO    PIC X(60).
       01 LINHIS-MED.
           03 FILLER          PIC X(09) VALUE SPACES.
           03 FILLER          PIC X(08) VALUE "MEDIDA: ".
           03 LH-MEDIDA       PIC X(40).

       01 LINTUR-CAB.
           03 FILLER          PIC X(36)
              VALUE "CONSELHO DE CLASSE - OCORRENCIAS  ".
           03 LT-TURMA        PIC X(05).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-ANO          PIC 9(04).
           03 FILLER          PIC X(01) VALUE "/".
           03 LT-SEM          PIC 9(01).
       01 LINTUR-CAB2.
           03 FILLER          PIC X(40)
              VALUE "RA     NOME".
           03 FILLER          PIC X(31)
              VALUE "ATRASO INDISC SUSP OUTRA GRAVES".
       01 LINTUR-DET.
           03 LT-RA           PIC 9(06).
           03 FILLER          PIC X(01) VALUE SPACE.
           03 LT-NOME         PIC X(30).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LT-ATR          PIC ZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LT-IND          PIC ZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 LT-SUS          PIC ZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 LT-OUT          PIC ZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 LT-GRV          PIC ZZZ9.
      *
      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       OCO-OP0.
      *    SESSAO ABERTA PELO MENU GERAL: APROVEITA O OPERADOR
           OPEN INPUT OPERSES
           IF ST-ERRO-SES = "00"
               READ OPERSES NEXT RECORD
               AT END
                   MOVE SPACES TO SES-OPER.
           IF ST-ERRO-SES = "00"
               MOVE SES-OPER TO W-OPERADOR
               CLOSE OPERSES.
           OPEN I-O CADOCORR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADOCORR
                   CLOSE CADOCORR
                   DISPLAY "* ARQUIVO CADOCORR SENDO CRIADO *"
                   GO TO OCO-OP0
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOCORR"
                   GO TO ROT-FIM.
           OPEN INPUT CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALUNO"
               CLOSE CADOCORR
               GO TO ROT-FIM.
           OPEN INPUT CADMATRIC
           IF ST-ERRO-MAT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMATRIC"
               CLOSE CADOCORR CADALUNO
               GO TO ROT-FIM.
           ACCEPT W-HOJE8 FROM DATE YYYYMMDD.
      *
       OCO-MENU.
           DISPLAY " "
           DISPLAY "OCORRENCIAS DISCIPLINARES"
           DISPLAY "OPCAO (I=INCLUIR H=HISTORICO DO ALUNO C=CARTAS "
                   "AO RESPONSAVEL"
           DISPLAY "       T=RESUMO DA TURMA F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO OCO-FIM.
           IF W-OPCAO = "I" OR "i"
               GO TO INC-001.
           IF W-OPCAO = "H" OR "h"
               GO TO HIS-001.
           IF W-OPCAO = "C" OR "c"
               GO TO CAR-001.
           IF W-OPCAO = "T" OR "t"
               GO TO TUR-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO OCO-MENU.
      *
      *****************************************
      * INCLUSAO DA OCORRENCIA NA TURMA ATIVA  *
      * DO ALUNO                               *
      *****************************************
      *
       INC-001.
           DISPLAY "RA DO ALUNO (0=VOLTAR): "
           ACCEPT W-RA
           IF W-RA = ZEROS
               GO TO OCO-MENU.
           MOVE W-RA TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "*** RA NAO CADASTRADO ***"
               GO TO INC-001.
           DISPLAY "ALUNO: " NOME-A
           PERFORM MAT-ATIVA THRU MAT-ATIVA-FIM
           IF W-TURMA = SPACES
               DISPLAY "*** ALUNO SEM MATRICULA ATIVA ***"
               GO TO INC-001.
           DISPLAY "TURMA: " W-TURMA " " W-ANOLET "/" W-SEMEST.
       INC-002.
           DISPLAY "DATA DA OCORRENCIA (AAAAMMDD, 0=HOJE): "
           ACCEPT W-DATA
           IF W-DATA = ZEROS
               MOVE W-HOJE8 TO W-DATA.
           MOVE W-DATA TO W-DATA-VAL-N
           IF W-DV-MES < 1 OR W-DV-MES > 12 OR W-DV-DIA < 1 OR
              W-DV-DIA > 31 OR W-DATA > W-HOJE8
               DISPLAY "DATA INVALIDA"
               GO TO INC-002.
           MOVE SPACES TO REGOCORR
           MOVE ZEROS TO OC-SUSP-INI OC-SUSP-FIM OC-DATA-CARTA.
       INC-003.
           DISPLAY "TIPO (A=ATRASO I=INDISCIPLINA S=SUSPENSAO "
                   "O=OUTRA): "
           ACCEPT OC-TIPO
           PERFORM TIP-NOME THRU TIP-NOME-FIM
           IF W-TIPO-NOME = SPACES
               DISPLAY "TIPO INVALIDO"
               GO TO INC-003.
       INC-004.
           DISPLAY "GRAVIDADE (L=LEVE M=MEDIA G=GRAVE): "
           ACCEPT OC-GRAVIDADE
           IF OC-GRAVIDADE NOT = "L" AND "M" AND "G"
               DISPLAY "GRAVIDADE INVALIDA"
               GO TO INC-004.
       INC-005.
           DISPLAY "DESCRICAO: "
           ACCEPT OC-DESCRICAO
           IF OC-DESCRICAO = SPACES
               DISPLAY "DESCRICAO NAO PODE SER BRANCO"
               GO TO INC-005.
       INC-006.
           DISPLAY "RELATADA POR: "
           ACCEPT OC-RELATOR
           IF OC-RELATOR = SPACES
               DISPLAY "INFORME QUEM RELATOU"
               GO TO INC-006.
           DISPLAY "MEDIDA ADOTADA: "
           ACCEPT OC-MEDIDA
           IF OC-TIPO NOT = "S"
               GO TO INC-OPC.
       INC-007.
           DISPLAY "SUSPENSAO - PRIMEIRO DIA (AAAAMMDD): "
           ACCEPT OC-SUSP-INI
           DISPLAY "SUSPENSAO - ULTIMO DIA   (AAAAMMDD): "
           ACCEPT OC-SUSP-FIM
           MOVE OC-SUSP-INI TO W-DATA-VAL-N
           IF W-DV-MES < 1 OR W-DV-MES > 12 OR W-DV-DIA < 1 OR
              W-DV-DIA > 31 OR OC-SUSP-FIM < OC-SUSP-INI OR
              OC-SUSP-INI < W-DATA
               DISPLAY "PERIODO DE SUSPENSAO INVALIDO"
               GO TO INC-007.
       INC-OPC.
           DISPLAY "NOTIFICAR O RESPONSAVEL POR CARTA (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
               MOVE "N" TO OC-CARTA
           ELSE
               MOVE "X" TO OC-CARTA.
      *    SUSPENSAO SEMPRE E COMUNICADA A FAMILIA
           IF OC-TIPO = "S"
               MOVE "N" TO OC-CARTA.
           DISPLAY "CONFIRMA A OCORRENCIA (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
               DISPLAY "*** OCORRENCIA NAO GRAVADA ***"
               GO TO INC-001.
           PERFORM SEQ-PROXIMA THRU SEQ-PROXIMA-FIM
           MOVE W-RA       TO OC-RA
           MOVE W-DATA     TO OC-DATA
           MOVE W-SEQ      TO OC-SEQ
           MOVE W-ANOLET   TO OC-ANOLETIVO
           MOVE W-SEMEST   TO OC-SEMESTRE
           MOVE W-TURMA    TO OC-TURMA
           MOVE W-OPERADOR TO OC-OPERADOR
           WRITE REGOCORR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADOCORR"
               GO TO ROT-FIM.
           DISPLAY "*** OCORRENCIA GRAVADA ***"
           GO TO INC-001.
      *
      *    PROXIMA SEQUENCIA DO RA NA DATA
       SEQ-PROXIMA.
           MOVE 1 TO W-SEQ
           MOVE W-RA   TO OC-RA
           MOVE W-DATA TO OC-DATA
           MOVE ZEROS  TO OC-SEQ
           START CADOCORR KEY IS NOT LESS THAN OC-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO SEQ-PROXIMA-FIM.
       SEQ-PROXIMA-LER.
           READ CADOCORR NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO SEQ-PROXIMA-FIM.
           IF OC-RA NOT = W-RA OR OC-DATA NOT = W-DATA
               GO TO SEQ-PROXIMA-FIM.
           COMPUTE W-SEQ = OC-SEQ + 1
           GO TO SEQ-PROXIMA-LER.
       SEQ-PROXIMA-FIM.
           MOVE "00" TO ST-ERRO.
      *
      *    MATRICULA ATIVA DO RA (A MAIS RECENTE)
       MAT-ATIVA.
           MOVE SPACES TO W-TURMA
           MOVE ZEROS TO W-ANOLET W-SEMEST
           MOVE W-RA TO RA-M
           MOVE ZEROS TO ANOLETIVO SEMESTRE CURSO
           START CADMATRIC KEY IS NOT LESS THAN CHAVEMAT
           IF ST-ERRO-MAT NOT = "00"
               GO TO MAT-ATIVA-FIM.
       MAT-ATIVA-LER.
           READ CADMATRIC NEXT RECORD
           IF ST-ERRO-MAT NOT = "00"
               GO TO MAT-ATIVA-FIM.
           IF RA-M NOT = W-RA
               GO TO MAT-ATIVA-FIM.
           IF STATUSMAT = "A"
               MOVE TURMA     TO W-TURMA
               MOVE ANOLETIVO TO W-ANOLET
               MOVE SEMESTRE  TO W-SEMEST.
           GO TO MAT-ATIVA-LER.
       MAT-ATIVA-FIM.
           MOVE "00" TO ST-ERRO-MAT.
      *
       TIP-NOME.
           IF OC-GRAVIDADE = "L"
               MOVE "LEVE" TO W-GRAV-NOME
           ELSE
           IF OC-GRAVIDADE = "M"
               MOVE "MEDIA" TO W-GRAV-NOME
           ELSE
               MOVE "GRAVE" TO W-GRAV-NOME.
           MOVE SPACES TO W-TIPO-NOME
           MOVE 1 TO TT-IX.
       TIP-NOME-LER.
           IF TT-IX > 4
               GO TO TIP-NOME-FIM.
           IF TT-COD(TT-IX) = OC-TIPO
               MOVE TT-NOME(TT-IX) TO W-TIPO-NOME
               GO TO TIP-NOME-FIM.
           ADD 1 TO TT-IX
           GO TO TIP-NOME-LER.
       TIP-NOME-FIM.
           EXIT.
      *
      *****************************************
      * HISTORICO DO ALUNO NA TELA E EM        *
      * OCORREL.DAT                            *
      *****************************************
      *
       HIS-001.
           DISPLAY "RA DO ALUNO (0=VOLTAR): "
           ACCEPT W-RA
           IF W-RA = ZEROS
               GO TO OCO-MENU.
           MOVE W-RA TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               DISPLAY "*** RA NAO CADASTRADO ***"
               GO TO HIS-001.
           OPEN OUTPUT RELOCOR
           MOVE W-RA   TO LH-RA
           MOVE NOME-A TO LH-NOME
           MOVE LINHIS-CAB TO LINRELOCO
           WRITE LINRELOCO
           DISPLAY LINHIS-CAB
           MOVE LINHIS-CAB2 TO LINRELOCO
           WRITE LINRELOCO
           DISPLAY LINHIS-CAB2
           MOVE ZEROS TO W-TOT-LIN
           MOVE W-RA  TO OC-RA
           MOVE ZEROS TO OC-DATA OC-SEQ
           START CADOCORR KEY IS NOT LESS THAN OC-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO HIS-FIM.
       HIS-LER.
           READ CADOCORR NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO HIS-FIM.
           IF OC-RA NOT = W-RA
               GO TO HIS-FIM.
           PERFORM TIP-NOME THRU TIP-NOME-FIM
           MOVE OC-DATA      TO LH-DATA
           MOVE W-TIPO-NOME  TO LH-TIPO
           MOVE W-GRAV-NOME  TO LH-GRAV
           MOVE OC-TURMA     TO LH-TURMA
           MOVE OC-CARTA     TO LH-CARTA
           MOVE OC-RELATOR   TO LH-RELATOR
           MOVE LINHIS-DET TO LINRELOCO
           WRITE LINRELOCO
           DISPLAY LINHIS-DET
           MOVE OC-DESCRICAO TO LH-DESCRICAO
           MOVE LINHIS-DESC TO LINRELOCO
           WRITE LINRELOCO
           DISPLAY LINHIS-DESC
           IF OC-MEDIDA NOT = SPACES
               MOVE OC-MEDIDA TO LH-MEDIDA
               MOVE LINHIS-MED TO LINRELOCO
               WRITE LINRELOCO.
           ADD 1 TO W-TOT-LIN
           GO TO HIS-LER.
       HIS-FIM.
           MOVE "00" TO ST-ERRO
           CLOSE RELOCOR
           DISPLAY "OCORRENCIAS: " W-TOT-LIN
                   "  (CARTA: N=PENDENTE S=EMITIDA X=SEM CARTA)"
           DISPLAY "HISTORICO GRAVADO EM OCORREL.DAT"
           GO TO HIS-001.
      *
      *****************************************
      * CARTAS AO RESPONSAVEL DAS OCORRENCIAS  *
      * PENDENTES DE NOTIFICACAO               *
      *****************************************
      *
       CAR-001.
           OPEN EXTEND RELCARTA
           IF ST-ERRO-CAR NOT = "00"
               OPEN OUTPUT RELCARTA.
           MOVE ZEROS TO W-TOT-CARTAS OC-CHAVE
           START CADOCORR KEY IS NOT LESS THAN OC-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO CAR-FIM.
       CAR-LER.
           READ CADOCORR NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CAR-FIM.
           IF OC-CARTA NOT = "N"
               GO TO CAR-LER.
           MOVE OC-RA TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               GO TO CAR-LER.
           PERFORM TIP-NOME THRU TIP-NOME-FIM
           MOVE LINCAR-SEP TO LINRELCAR
           WRITE LINRELCAR
           MOVE W-HOJE8 TO LC-DATA
           MOVE LINCAR-DATA TO LINRELCAR
           WRITE LINRELCAR
           IF NOME-RESP = SPACES
               MOVE NOME-A TO LC-RESP
           ELSE
               MOVE NOME-RESP TO LC-RESP.
           MOVE LINCAR-DEST TO LINRELCAR
           WRITE LINRELCAR
           MOVE LOGRADOURO TO LC-LOGRA
           MOVE NUMERO TO LC-NUMERO
           MOVE CIDADE TO LC-CIDADE
           MOVE LINCAR-END TO LINRELCAR
           WRITE LINRELCAR
           MOVE NOME-A TO LC-ALUNO
           MOVE OC-RA  TO LC-RA
           MOVE LINCAR-TXT1 TO LINRELCAR
           WRITE LINRELCAR
           MOVE W-TIPO-NOME TO LC-TIPO
           MOVE OC-DATA     TO LC-DATA-OC
           MOVE W-GRAV-NOME TO LC-GRAV
           MOVE LINCAR-TXT2 TO LINRELCAR
           WRITE LINRELCAR
           MOVE OC-DESCRICAO TO LC-DESCRICAO
           MOVE LINCAR-TXT3 TO LINRELCAR
           WRITE LINRELCAR
           IF OC-MEDIDA NOT = SPACES
               MOVE OC-MEDIDA TO LC-MEDIDA
               MOVE LINCAR-TXT4 TO LINRELCAR
               WRITE LINRELCAR.
           IF OC-TIPO = "S"
               MOVE OC-SUSP-INI TO LC-SUSP-INI
               MOVE OC-SUSP-FIM TO LC-SUSP-FIM
               MOVE LINCAR-TXT5 TO LINRELCAR
               WRITE LINRELCAR.
           MOVE LINCAR-TXT6 TO LINRELCAR
           WRITE LINRELCAR
           MOVE LINCAR-CIENTE TO LINRELCAR
           WRITE LINRELCAR
           MOVE LINCAR-SEP TO LINRELCAR
           WRITE LINRELCAR
      *    REGISTRA A NOTIFICACAO: A CARTA NAO SE REPETE
           MOVE "S" TO OC-CARTA
           MOVE W-HOJE8 TO OC-DATA-CARTA
           REWRITE REGOCORR
           ADD 1 TO W-TOT-CARTAS
           GO TO CAR-LER.
       CAR-FIM.
           MOVE "00" TO ST-ERRO
           CLOSE RELCARTA
           DISPLAY "CARTAS EMITIDAS: " W-TOT-CARTAS
           DISPLAY "CARTAS GRAVADAS EM CARTAOCO.DAT"
           GO TO OCO-MENU.
      *
      *****************************************
      * RESUMO DA TURMA NO PERIODO PARA O      *
      * CONSELHO DE CLASSE: TOTAIS POR ALUNO   *
      *****************************************
      *
       TUR-001.
           DISPLAY "TURMA (BRANCO=VOLTAR): "
           ACCEPT W-TURMA
           IF W-TURMA = SPACES
               GO TO OCO-MENU.
           DISPLAY "ANO LETIVO (AAAA): "
           ACCEPT W-ANOLET
           DISPLAY "SEMESTRE (1/2): "
           ACCEPT W-SEMEST
           IF W-ANOLET = ZEROS OR
              (W-SEMEST NOT = 1 AND W-SEMEST NOT = 2)
               DISPLAY "PERIODO INVALIDO"
               GO TO TUR-001.
           OPEN OUTPUT RELOCOR
           MOVE W-TURMA  TO LT-TURMA
           MOVE W-ANOLET TO LT-ANO
           MOVE W-SEMEST TO LT-SEM
           MOVE LINTUR-CAB TO LINRELOCO
           WRITE LINRELOCO
           MOVE LINTUR-CAB2 TO LINRELOCO
           WRITE LINRELOCO
           MOVE ZEROS TO W-TU-ATR W-TU-IND W-TU-SUS W-TU-OUT W-TU-GRV
                         W-TU-ALU W-RA-ATU
           PERFORM TUR-ZERA THRU TUR-ZERA-FIM
           MOVE ZEROS TO OC-CHAVE
           START CADOCORR KEY IS NOT LESS THAN OC-CHAVE
           IF ST-ERRO NOT = "00"
               GO TO TUR-FIM.
       TUR-LER.
           READ CADOCORR NEXT RECORD
           IF ST-ERRO NOT = "00"
               PERFORM TUR-ALUNO THRU TUR-ALUNO-FIM
               GO TO TUR-FIM.
           IF OC-TURMA NOT = W-TURMA OR OC-ANOLETIVO NOT = W-ANOLET
              OR OC-SEMESTRE NOT = W-SEMEST
               GO TO TUR-LER.
           IF OC-RA NOT = W-RA-ATU
               PERFORM TUR-ALUNO THRU TUR-ALUNO-FIM
               PERFORM TUR-ZERA THRU TUR-ZERA-FIM
               MOVE OC-RA TO W-RA-ATU.
           IF OC-TIPO = "A"
               ADD 1 TO W-AL-ATR.
           IF OC-TIPO = "I"
               ADD 1 TO W-AL-IND.
           IF OC-TIPO = "S"
               ADD 1 TO W-AL-SUS.
           IF OC-TIPO = "O"
               ADD 1 TO W-AL-OUT.
           IF OC-GRAVIDADE = "G"
               ADD 1 TO W-AL-GRV.
           GO TO TUR-LER.
       TUR-FIM.
           MOVE "00" TO ST-ERRO
           MOVE SPACES TO LINRELOCO
           WRITE LINRELOCO
           MOVE ZEROS TO LT-RA
           MOVE "TOTAL DA TURMA" TO LT-NOME
           MOVE W-TU-ATR TO LT-ATR
           MOVE W-TU-IND TO LT-IND
           MOVE W-TU-SUS TO LT-SUS
           MOVE W-TU-OUT TO LT-OUT
           MOVE W-TU-GRV TO LT-GRV
           MOVE LINTUR-DET TO LINRELOCO
           WRITE LINRELOCO
           CLOSE RELOCOR
           DISPLAY "ALUNOS COM OCORRENCIA: " W-TU-ALU
           DISPLAY "RESUMO GRAVADO EM OCORREL.DAT"
           GO TO TUR-001.
      *
       TUR-ZERA.
           MOVE ZEROS TO W-AL-ATR W-AL-IND W-AL-SUS W-AL-OUT W-AL-GRV.
       TUR-ZERA-FIM.
           EXIT.
      *
       TUR-ALUNO.
           IF W-RA-ATU = ZEROS
               GO TO TUR-ALUNO-FIM.
           MOVE W-RA-ATU TO RA
           READ CADALUNO
           IF ST-ERRO-ALU NOT = "00"
               MOVE "ALUNO NAO CADASTRADO" TO NOME-A.
           MOVE W-RA-ATU TO LT-RA
           MOVE NOME-A   TO LT-NOME
           MOVE W-AL-ATR TO LT-ATR
           MOVE W-AL-IND TO LT-IND
           MOVE W-AL-SUS TO LT-SUS
           MOVE W-AL-OUT TO LT-OUT
           MOVE W-AL-GRV TO LT-GRV
           MOVE LINTUR-DET TO LINRELOCO
           WRITE LINRELOCO
           ADD W-AL-ATR TO W-TU-ATR
           ADD W-AL-IND TO W-TU-IND
           ADD W-AL-SUS TO W-TU-SUS
           ADD W-AL-OUT TO W-TU-OUT
           ADD W-AL-GRV TO W-TU-GRV
           ADD 1 TO W-TU-ALU.
       TUR-ALUNO-FIM.
           EXIT.
      *
       OCO-FIM.
           CLOSE CADOCORR CADALUNO CADMATRIC
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
