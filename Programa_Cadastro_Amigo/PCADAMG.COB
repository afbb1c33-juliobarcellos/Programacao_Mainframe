                    RECORD KEY   IS CT-CHAVE
                    FILE STATUS  IS ST-ERRO-CTT.
      *
      *-----------------------------------------------------------------
           SELECT ARQVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VI-CHAVE
                    FILE STATUS  IS ST-ERRO-VIN
                    ALTERNATE RECORD IS VI-APELIDO-REL WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       SELECT OPERSES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 CT-TIPO         PIC X(01).
                03 CT-NOTA         PIC X(40).

       FD ARQVINC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQVINC.DAT".
       01 REGVINC.
                03 VI-CHAVE.
                    05 VI-APELIDO      PIC X(12).
                    05 VI-APELIDO-REL  PIC X(12).
                03 VI-TIPO         PIC X(01).
                03 VI-DESDE        PIC 9(08).
                03 VI-DATA-INC     PIC 9(08).

       FD AUDITLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "AUDITLOG.DAT".
       77 W-CTT-SEQ  PIC 9(02) VALUE ZEROS.
       77 W-CTT-TIPO PIC X(01) VALUE SPACES.
       77 W-CTT-NOTA PIC X(40) VALUE SPACES.
       77 ST-ERRO-VIN PIC X(02) VALUE "00".
       01 W-VIN-MOT.
           03 FILLER     PIC X(20) VALUE "VINCULOS REMOVIDOS: ".
           03 W-VIN-EXC  PIC 9(03) VALUE ZEROS.
       77 ST-ERRO-OPER PIC X(02) VALUE "00".
       77 ST-ERRO-SES PIC X(02) VALUE "00".
       77 L-CODOPER  PIC X(08) VALUE SPACES.
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO F2=ALTERAR F3=EXCLUIR F5=CONTATO F6=VINC"
                ACCEPT (23, 61) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                                  AND W-ACT NOT = 05 AND W-ACT NOT = 06
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 05
                   PERFORM CTT-GRAVA THRU CTT-GRAVA-FIM
                   GO TO ACE-001.
                IF W-ACT = 06
                   GO TO VIN-CHAMA.
      *
       EXC-OPC.
                IF W-PERFIL NOT = "A"
                   MOVE APELIDO         TO AU-CHAVE
                   MOVE MOTIVO-EXCLUSAO OF REGAMIGO TO AU-MOTIVO
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM
                   PERFORM VIN-LIMPA THRU VIN-LIMPA-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * VINCULOS ENTRE AMIGOS (PCADVIN): O     *
      * ARQAMIGO E LIBERADO DURANTE A CHAMADA  *
      * E REABERTO NA VOLTA                    *
      *****************************************
      *
       VIN-CHAMA.
                CLOSE ARQAMIGO
                CALL "PCADVIN" ON EXCEPTION
                    MOVE "* PROGRAMA PCADVIN NAO DISPONIVEL *" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-CALL
                OPEN I-O ARQAMIGO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ARQAMIGO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO INC-001.
      *
      *****************************************
      * AMIGO EXCLUIDO: REMOVE OS VINCULOS EM  *
      * QUE ELE APARECE, DOS DOIS LADOS        *
      *****************************************
      *
       VIN-LIMPA.
                MOVE ZEROS TO W-VIN-EXC
                OPEN I-O ARQVINC
                IF ST-ERRO-VIN NOT = "00"
                   GO TO VIN-LIMPA-FIM.
       VIN-LIMPA-DIR.
                MOVE APELIDO TO VI-APELIDO
                MOVE SPACES  TO VI-APELIDO-REL
                START ARQVINC KEY IS NOT LESS THAN VI-CHAVE
                IF ST-ERRO-VIN NOT = "00"
                   GO TO VIN-LIMPA-INV.
                READ ARQVINC NEXT RECORD
                IF ST-ERRO-VIN NOT = "00"
                   GO TO VIN-LIMPA-INV.
                IF VI-APELIDO NOT = APELIDO
                   GO TO VIN-LIMPA-INV.
                DELETE ARQVINC RECORD
                ADD 1 TO W-VIN-EXC
                GO TO VIN-LIMPA-DIR.
       VIN-LIMPA-INV.
                MOVE APELIDO TO VI-APELIDO-REL
                START ARQVINC KEY IS EQUAL VI-APELIDO-REL
                IF ST-ERRO-VIN NOT = "00"
                   GO TO VIN-LIMPA-FECHA.
                READ ARQVINC NEXT RECORD
                IF ST-ERRO-VIN NOT = "00"
                   GO TO VIN-LIMPA-FECHA.
                IF VI-APELIDO-REL NOT = APELIDO
                   GO TO VIN-LIMPA-FECHA.
                DELETE ARQVINC RECORD
                ADD 1 TO W-VIN-EXC
                GO TO VIN-LIMPA-INV.
       VIN-LIMPA-FECHA.
                CLOSE ARQVINC
                IF W-VIN-EXC > ZEROS
                   MOVE "EXC-VINC"  TO AU-OPERACAO
                   MOVE APELIDO     TO AU-CHAVE
                   MOVE W-VIN-MOT   TO AU-MOTIVO
                   PERFORM AUD-GRAVA THRU AUD-GRAVA-FIM.
       VIN-LIMPA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
