       IDENTIFICATION DIVISION.
       PROGRAM-ID. purga-cbl.
       AUTHOR.     "LEANDRO O.C. 20261015".
      *>--EXPURGO DE VERSOES ANTIGAS: MANTEM AS ULTIMAS N VERSOES DE
      *>--CADA PROGRAMA E AS MAIS NOVAS QUE D DIAS, NUNCA A VERSAO EM
      *>--PRODUCAO; ARQUIVA AS DEMAIS NO HISTCAT.DAT, TIRA DO
      *>--CATALOGO.DAT E APAGA OS BACKUPS <FONTE>.Vnnn.cbl/.spc
      *>--(RELATORIO EM PURGA.LST; A SIMULACAO SO RELATA)
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT CATALOGO ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CAT-CHAVE
               ALTERNATE RECORD KEY IS CAT-DATA
                   WITH DUPLICATES
               FILE STATUS     IS W-FSCAT.

           SELECT ARQHIS ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSHIS.

           SELECT ARQTXT ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSTXT.

           SELECT RELPUR ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSREL.

       DATA DIVISION.
       FILE SECTION.

           FD  CATALOGO
               VALUE OF FILE-ID IS W-ARQCAT.

           01  REG-CAT.
               05  CAT-CHAVE.
                   10  CAT-PROGRAMA  PIC X(10).
                   10  CAT-VERSAO    PIC 9(03).
               05  CAT-DATA      PIC X(10).
               05  CAT-QTDE-ARQ  PIC 9(03).
               05  CAT-QTDE-SEQ  PIC 9(03).
               05  CAT-SEQ       PIC X(200).
               05  CAT-BOK       PIC X(200).
               05  CAT-JOB       PIC X(14).
               05  CAT-TIPO      PIC X(01).
               05  CAT-SITUACAO  PIC X(01).
               05  CAT-DATA-SIT  PIC X(10).
               05  CAT-RC        PIC 9(03).

      *>--HISTORICO DO EXPURGO: O REGISTRO DO CATALOGO COMO ESTAVA
      *>--E A DATA EM QUE FOI ARQUIVADO
           FD  ARQHIS
               VALUE OF FILE-ID IS W-ARQHIS.

           01  REG-HIS.
               05  HIS-CAT.
                   10  HIS-PROGRAMA  PIC X(10).
                   10  HIS-VERSAO    PIC 9(03).
                   10  HIS-RESTO     PIC X(445).
               05  HIS-DATA-EXP  PIC X(10).

           FD  ARQTXT
               VALUE OF FILE-ID IS W-ARQTXT.

           01  REG-TXT.
               05  DADOS-TXT   PIC X(80).

           FD  RELPUR
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(100) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSCAT     PIC X(02) VALUE SPACES.
           05  W-FSHIS     PIC X(02) VALUE SPACES.
           05  W-FSTXT     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQCAT    PIC X(50) VALUE "CATALOGO.DAT".
           05  W-ARQHIS    PIC X(50) VALUE "HISTCAT.DAT".
           05  W-ARQTXT    PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "PURGA.LST".

       01  W-VAR.
           05  W-MANTER      PIC 9(03) VALUE ZEROS.
           05  W-DIAS        PIC 9(05) VALUE ZEROS.
           05  W-PREFIXO     PIC X(10) VALUE SPACES.
           05  W-PFX-TAM     PIC 9(02) VALUE ZEROS.
           05  W-KK          PIC 9(02) VALUE ZEROS.
           05  W-SIMULA      PIC X(01) VALUE SPACE.
               88  MODO-EXECUCAO VALUE "N" "n".
           05  W-CONFIRMA    PIC X(01) VALUE SPACE.
               88  CONFIRMA-SIM VALUE "S" "s".
           05  W-FIM-CAT     PIC X(01) VALUE "N".
               88  FIM-DO-CATALOGO VALUE "S".
           05  W-PROG-ATUAL  PIC X(10) VALUE SPACES.
           05  W-CHAVE-SEGUINTE PIC X(13) VALUE SPACES.
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-DATA-HOJE   PIC X(10) VALUE SPACES.
           05  W-HOJE-DIAS   PIC 9(07) VALUE ZEROS.
           05  W-DATA-REG-N  PIC 9(08) VALUE ZEROS.
           05  W-IX          PIC 9(03) VALUE ZEROS.
           05  W-IX-PROD     PIC 9(03) VALUE ZEROS.
           05  W-LIMITE      PIC S9(04) VALUE ZEROS.
           05  W-SIT-ARQ     PIC X(14) VALUE SPACES.
           05  W-SIT-CBL     PIC X(14) VALUE SPACES.
           05  W-SIT-SPC     PIC X(14) VALUE SPACES.
           05  W-DESC-ACAO   PIC X(13) VALUE SPACES.
           05  W-PROD-DESC   PIC X(07) VALUE SPACES.
           05  W-RC          PIC 9(02) VALUE ZEROS.

      *>--CONTADORES DO PROGRAMA E DO EXPURGO INTEIRO
       01  W-TOTAIS.
           05  W-PRG-MANT    PIC 9(03) VALUE ZEROS.
           05  W-PRG-EXP     PIC 9(03) VALUE ZEROS.
           05  W-PRG-APAGOU  PIC X(01) VALUE "N".
               88  PROGRAMA-ALTERADO VALUE "S".
           05  W-QTD-PROG    PIC 9(05) VALUE ZEROS.
           05  W-QTD-VERS    PIC 9(07) VALUE ZEROS.
           05  W-QTD-MANT    PIC 9(07) VALUE ZEROS.
           05  W-QTD-EXP     PIC 9(07) VALUE ZEROS.
           05  W-QTD-ARQ     PIC 9(07) VALUE ZEROS.
           05  W-QTD-ERRO    PIC 9(05) VALUE ZEROS.

      *>--VERSOES DO PROGRAMA EM ANALISE (A VERSAO E 9(03), LOGO
      *>--NAO HA MAIS DE 999)
       01  W-TAB-VERSOES.
           05  W-V-QTD       PIC 9(03) VALUE ZEROS.
           05  W-V-ITEM OCCURS 999 TIMES.
               10  W-V-VERSAO    PIC 9(03).
               10  W-V-DATA      PIC X(10).
               10  W-V-SIT       PIC X(01).
               10  W-V-IDADE     PIC 9(07).
               10  W-V-DATA-OK   PIC X(01).
                   88  V-DATA-VALIDA VALUE "S".
               10  W-V-ACAO      PIC X(01).
                   88  V-MANTIDA     VALUE "M".
                   88  V-EXPURGO     VALUE "E".
               10  W-V-MOTIVO    PIC X(24).

      *>--CONVERSAO DE DATA AAAAMMDD EM NUMERO DE DIAS
       01  W-CALC-DATA.
           05  W-DT-AAAAMMDD PIC 9(08) VALUE ZEROS.
           05  W-DT-ANO      PIC 9(04) VALUE ZEROS.
           05  W-DT-MES      PIC 9(02) VALUE ZEROS.
           05  W-DT-DIA      PIC 9(02) VALUE ZEROS.
           05  W-DT-Q4       PIC 9(04) VALUE ZEROS.
           05  W-DT-Q100     PIC 9(04) VALUE ZEROS.
           05  W-DT-Q400     PIC 9(04) VALUE ZEROS.
           05  W-DT-AUX      PIC 9(05) VALUE ZEROS.
           05  W-DT-QMES     PIC 9(04) VALUE ZEROS.
           05  W-DT-DIAS     PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       100-INICIO.

           PERFORM 101-TELA-PARAMETROS
           PERFORM 102-ABRE-ARQUIVOS
           PERFORM 103-CABECALHO
           IF NOT FIM-DO-CATALOGO
               PERFORM 104-LE-CATALOGO
           END-IF
           PERFORM 105-PROCESSA UNTIL FIM-DO-CATALOGO
           PERFORM 106-FINALIZA

           DISPLAY ERASE
           DISPLAY "*** EXPURGO DE VERSOES DO CATALOGO ***" AT 0203
           IF MODO-EXECUCAO
               DISPLAY "EXPURGO EXECUTADO." AT 0403
           ELSE
               DISPLAY "SIMULACAO - NADA FOI APAGADO." AT 0403
           END-IF
           DISPLAY "PROGRAMAS ANALISADOS...:" AT 0603
           DISPLAY W-QTD-PROG AT 0628
           DISPLAY "VERSOES ANALISADAS.....:" AT 0703
           DISPLAY W-QTD-VERS AT 0728
           DISPLAY "VERSOES MANTIDAS.......:" AT 0803
           DISPLAY W-QTD-MANT AT 0828
           IF MODO-EXECUCAO
               DISPLAY "VERSOES EXPURGADAS.....:" AT 0903
               DISPLAY "ARQUIVOS APAGADOS......:" AT 1003
           ELSE
               DISPLAY "VERSOES A EXPURGAR.....:" AT 0903
               DISPLAY "ARQUIVOS A APAGAR......:" AT 1003
           END-IF
           DISPLAY W-QTD-EXP AT 0928
           DISPLAY W-QTD-ARQ AT 1028
           DISPLAY "ERROS..................:" AT 1103
           DISPLAY W-QTD-ERRO AT 1128
           DISPLAY "VEJA O RELATORIO EM" AT 1303
           DISPLAY W-ARQREL(1:20) AT 1323
           DISPLAY "TECLE ENTER P/ ENCERRAR.:" AT 1503
           ACCEPT W-CONFIRMA

           MOVE W-RC TO RETURN-CODE
           STOP RUN.

      *>--PEGA A POLITICA DE RETENCAO E O MODO (SIMULACAO OU NAO)
       101-TELA-PARAMETROS SECTION.

           DISPLAY ERASE
           DISPLAY "*** EXPURGO DE VERSOES DO CATALOGO ***" AT 0203
           DISPLAY "QUANTAS VERSOES MANTER POR PROGRAMA (N).:" AT 0403
           ACCEPT W-MANTER
           IF W-MANTER = ZEROS
               MOVE 1 TO W-MANTER
           END-IF

           DISPLAY "MANTER TAMBEM AS MAIS NOVAS QUE QUANTOS DIAS (D).:"
               AT 0603
           ACCEPT W-DIAS

           DISPLAY "PREFIXO DO PROGRAMA (EM BRANCO = TODOS).:" AT 0803
           ACCEPT W-PREFIXO
           MOVE ZEROS TO W-PFX-TAM
           PERFORM VARYING W-KK FROM 10 BY -1
               UNTIL W-KK = ZEROS
               OR W-PREFIXO(W-KK:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE W-KK TO W-PFX-TAM

           DISPLAY "A VERSAO EM PRODUCAO (ULTIMA EXECUTADA OK) E A"
               AT 1003
           DISPLAY "ULTIMA VERSAO NUNCA SAO EXPURGADAS." AT 1103
           DISPLAY "SO SIMULAR, SEM APAGAR NADA (S/N)?.:" AT 1303
           ACCEPT W-SIMULA

           IF MODO-EXECUCAO
               DISPLAY "AS VERSOES EXPURGADAS SAIRAO DO CATALOGO E SEUS"
                   AT 1503
               DISPLAY "BACKUPS .Vnnn SERAO APAGADOS." AT 1603
               DISPLAY "CONFIRMA O EXPURGO (S/N)?.:" AT 1703
               ACCEPT W-CONFIRMA
               IF NOT CONFIRMA-SIM
                   DISPLAY "OPERACAO CANCELADA." AT 1903
                   STOP RUN
               END-IF
           END-IF.
       101-FIM.

      *>--ABRE O CATALOGO (SO LEITURA NA SIMULACAO), O HISTORICO E
      *>--O RELATORIO
       102-ABRE-ARQUIVOS SECTION.

           IF MODO-EXECUCAO
               OPEN I-O CATALOGO
           ELSE
               OPEN INPUT CATALOGO
           END-IF
           IF W-FSCAT NOT = "00"
               DISPLAY "ERRO AO ABRIR O CATALOGO.DAT! STATUS.:" AT 1903
               DISPLAY W-FSCAT AT 1942
               STOP RUN
           END-IF

      *>--O HISTORICO CRESCE A CADA EXPURGO; NA PRIMEIRA VEZ E CRIADO
           IF MODO-EXECUCAO
               OPEN EXTEND ARQHIS
               IF W-FSHIS = "35"
                   OPEN OUTPUT ARQHIS
               END-IF
               IF W-FSHIS NOT = "00"
                   DISPLAY "ERRO AO ABRIR O HISTCAT.DAT! STATUS.:"
                       AT 1903
                   DISPLAY W-FSHIS AT 1942
                   CLOSE CATALOGO
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RELPUR
           IF W-FSREL NOT = "00"
               DISPLAY "ERRO AO ABRIR O PURGA.LST! STATUS.:" AT 1903
               DISPLAY W-FSREL AT 1942
               CLOSE CATALOGO
               IF MODO-EXECUCAO
                   CLOSE ARQHIS
               END-IF
               STOP RUN
           END-IF

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           STRING W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO W-DATA-HOJE
           END-STRING
           MOVE W-DATA-ATUAL TO W-DT-AAAAMMDD
           PERFORM 170-CALCULA-DIAS
           MOVE W-DT-DIAS TO W-HOJE-DIAS

      *>--COM PREFIXO, COMECA A LEITURA NO PRIMEIRO PROGRAMA DELE
           IF W-PFX-TAM > ZEROS
               MOVE SPACES TO REG-CAT
               MOVE W-PREFIXO TO CAT-PROGRAMA
               MOVE ZEROS TO CAT-VERSAO
               START CATALOGO KEY NOT < CAT-CHAVE
                   INVALID KEY
                       SET FIM-DO-CATALOGO TO TRUE
               END-START
           END-IF.
       102-FIM.

      *>--CABECALHO COM A POLITICA APLICADA
       103-CABECALHO SECTION.

           MOVE SPACES TO DADOS-REL
           IF MODO-EXECUCAO
               STRING "EXPURGO DE VERSOES DO CATALOGO EM "
                   DELIMITED BY SIZE
                   W-DATA-HOJE DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               STRING "EXPURGO DE VERSOES DO CATALOGO EM "
                   DELIMITED BY SIZE
                   W-DATA-HOJE DELIMITED BY SIZE
                   " - SIMULACAO, NADA FOI APAGADO" DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "POLITICA: MANTER AS ULTIMAS " DELIMITED BY SIZE
               W-MANTER DELIMITED BY SIZE
               " VERSOES E AS COM MENOS DE " DELIMITED BY SIZE
               W-DIAS DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE "A ULTIMA VERSAO E A VERSAO EM PRODUCAO (ULTIMA EXECUTAD
      -        "A OK) SAO SEMPRE MANTIDAS" TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           IF W-PFX-TAM > ZEROS
               STRING "PREFIXO DOS PROGRAMAS: " DELIMITED BY SIZE
                   W-PREFIXO DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               MOVE "PREFIXO DOS PROGRAMAS: TODOS" TO DADOS-REL
           END-IF
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE "  VER DATA      SIT  ACAO          MOTIVO / BACKUPS"
               TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:79)
           WRITE REG-REL.
       103-FIM.

      *>--LE O PROXIMO REGISTRO DO CATALOGO (ORDEM PROGRAMA+VERSAO);
      *>--PASSADO O PREFIXO PEDIDO, ENCERRA
       104-LE-CATALOGO SECTION.

           READ CATALOGO NEXT RECORD
               AT END
                   SET FIM-DO-CATALOGO TO TRUE
               NOT AT END
                   IF W-PFX-TAM > ZEROS
                       AND CAT-PROGRAMA(1:W-PFX-TAM)
                           NOT = W-PREFIXO(1:W-PFX-TAM)
                       SET FIM-DO-CATALOGO TO TRUE
                   END-IF
           END-READ.
       104-FIM.

      *>--CARREGA AS VERSOES DE UM PROGRAMA, DECIDE O QUE FICA E O
      *>--QUE SAI, EXPURGA (FORA DA SIMULACAO) E RELATA
       105-PROCESSA SECTION.

           MOVE CAT-PROGRAMA TO W-PROG-ATUAL
           MOVE ZEROS TO W-V-QTD
           MOVE ZEROS TO W-PRG-MANT
           MOVE ZEROS TO W-PRG-EXP
           MOVE "N" TO W-PRG-APAGOU
           ADD 1 TO W-QTD-PROG

           PERFORM 110-CARREGA-VERSAO
               UNTIL FIM-DO-CATALOGO
               OR CAT-PROGRAMA NOT = W-PROG-ATUAL
           MOVE CAT-CHAVE TO W-CHAVE-SEGUINTE

           PERFORM 120-APLICA-POLITICA
           PERFORM 130-RELATA-PROGRAMA

      *>--A LEITURA DIRETA E OS DELETES DO EXPURGO MEXEM NA POSICAO
      *>--DA LEITURA: VOLTA P/ O PRIMEIRO REGISTRO DO PROGRAMA
      *>--SEGUINTE
           IF PROGRAMA-ALTERADO AND NOT FIM-DO-CATALOGO
               PERFORM 107-REPOSICIONA
           END-IF.
       105-FIM.

      *>--VOLTA A LEITURA P/ O PROGRAMA SEGUINTE AO EXPURGADO
       107-REPOSICIONA SECTION.

           MOVE SPACES TO REG-CAT
           MOVE W-CHAVE-SEGUINTE TO CAT-CHAVE
           START CATALOGO KEY NOT < CAT-CHAVE
               INVALID KEY
                   SET FIM-DO-CATALOGO TO TRUE
           END-START
           IF NOT FIM-DO-CATALOGO
               PERFORM 104-LE-CATALOGO
           END-IF.
       107-FIM.

      *>--GUARDA UMA VERSAO DO PROGRAMA NA TABELA, COM A IDADE EM DIAS
       110-CARREGA-VERSAO SECTION.

           ADD 1 TO W-V-QTD
           ADD 1 TO W-QTD-VERS
           MOVE CAT-VERSAO TO W-V-VERSAO(W-V-QTD)
           MOVE CAT-DATA TO W-V-DATA(W-V-QTD)
           MOVE CAT-SITUACAO TO W-V-SIT(W-V-QTD)
           MOVE ZEROS TO W-V-IDADE(W-V-QTD)
           MOVE "N" TO W-V-DATA-OK(W-V-QTD)
           MOVE SPACES TO W-V-MOTIVO(W-V-QTD)

           MOVE ZEROS TO W-DATA-REG-N
           IF CAT-DATA(3:1) = "/" AND CAT-DATA(6:1) = "/"
               STRING CAT-DATA(7:4) CAT-DATA(4:2) CAT-DATA(1:2)
                   DELIMITED BY SIZE INTO W-DATA-REG-N
               END-STRING
           END-IF
           IF W-DATA-REG-N IS NUMERIC
               AND W-DATA-REG-N > ZEROS
               AND W-DATA-REG-N NOT > W-DATA-ATUAL
               MOVE W-DATA-REG-N TO W-DT-AAAAMMDD
               PERFORM 170-CALCULA-DIAS
               COMPUTE W-V-IDADE(W-V-QTD) = W-HOJE-DIAS - W-DT-DIAS
               MOVE "S" TO W-V-DATA-OK(W-V-QTD)
           END-IF

           PERFORM 104-LE-CATALOGO.
       110-FIM.

      *>--ULTIMA VERSAO, VERSAO EM PRODUCAO, ULTIMAS N E AS COM
      *>--MENOS DE D DIAS FICAM; O RESTO E EXPURGADO
       120-APLICA-POLITICA SECTION.

           MOVE ZEROS TO W-IX-PROD
           PERFORM 122-ACHA-PRODUCAO
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-V-QTD

           COMPUTE W-LIMITE = W-V-QTD - W-MANTER

           PERFORM 121-CLASSIFICA-VERSAO
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-V-QTD.
       120-FIM.

      *>--DECIDE O DESTINO DE UMA VERSAO
       121-CLASSIFICA-VERSAO SECTION.

           MOVE "M" TO W-V-ACAO(W-IX)
           EVALUATE TRUE
               WHEN W-IX = W-V-QTD
                   MOVE "ULTIMA VERSAO" TO W-V-MOTIVO(W-IX)
               WHEN W-IX = W-IX-PROD
                   MOVE "EM PRODUCAO" TO W-V-MOTIVO(W-IX)
               WHEN W-IX > W-LIMITE
                   MOVE "ENTRE AS ULTIMAS N" TO W-V-MOTIVO(W-IX)
               WHEN NOT V-DATA-VALIDA(W-IX)
                   MOVE "DATA INVALIDA" TO W-V-MOTIVO(W-IX)
               WHEN W-V-IDADE(W-IX) < W-DIAS
                   MOVE "COM MENOS DE D DIAS" TO W-V-MOTIVO(W-IX)
               WHEN OTHER
                   MOVE "E" TO W-V-ACAO(W-IX)
           END-EVALUATE.
       121-FIM.

      *>--A VERSAO EM PRODUCAO E A MAIS RECENTE EXECUTADA OK
       122-ACHA-PRODUCAO SECTION.

           IF W-V-SIT(W-IX) = "O"
               MOVE W-IX TO W-IX-PROD
           END-IF.
       122-FIM.

      *>--RELATA O PROGRAMA VERSAO A VERSAO, EXPURGANDO AS QUE SAEM
       130-RELATA-PROGRAMA SECTION.

           IF W-IX-PROD = ZEROS
               MOVE "NENHUMA" TO W-PROD-DESC
           ELSE
               MOVE SPACES TO W-PROD-DESC
               STRING "V" W-V-VERSAO(W-IX-PROD) DELIMITED BY SIZE
                   INTO W-PROD-DESC
               END-STRING
           END-IF

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMA: " DELIMITED BY SIZE
               W-PROG-ATUAL DELIMITED BY SIZE
               "  VERSOES: " DELIMITED BY SIZE
               W-V-QTD DELIMITED BY SIZE
               "  EM PRODUCAO: " DELIMITED BY SIZE
               W-PROD-DESC DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           PERFORM 131-RELATA-VERSAO
               VARYING W-IX FROM 1 BY 1 UNTIL W-IX > W-V-QTD

           PERFORM 135-APAGA-MRG

           MOVE SPACES TO DADOS-REL
           IF MODO-EXECUCAO
               STRING "  TOTAL DO PROGRAMA - MANTIDAS: "
                   DELIMITED BY SIZE
                   W-PRG-MANT DELIMITED BY SIZE
                   "  EXPURGADAS: " DELIMITED BY SIZE
                   W-PRG-EXP DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               STRING "  TOTAL DO PROGRAMA - MANTIDAS: "
                   DELIMITED BY SIZE
                   W-PRG-MANT DELIMITED BY SIZE
                   "  A EXPURGAR: " DELIMITED BY SIZE
                   W-PRG-EXP DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL.
       130-FIM.

      *>--UMA LINHA POR VERSAO: MANTIDA COM O MOTIVO, OU EXPURGADA
      *>--COM A SITUACAO DOS BACKUPS
       131-RELATA-VERSAO SECTION.

           IF V-MANTIDA(W-IX)
               ADD 1 TO W-PRG-MANT
               ADD 1 TO W-QTD-MANT
               MOVE "MANTIDA" TO W-DESC-ACAO
               MOVE SPACES TO DADOS-REL
               STRING "  " W-V-VERSAO(W-IX) DELIMITED BY SIZE
                   " " W-V-DATA(W-IX) DELIMITED BY SIZE
                   " " W-V-SIT(W-IX) DELIMITED BY SIZE
                   "   " W-DESC-ACAO DELIMITED BY SIZE
                   " " W-V-MOTIVO(W-IX) DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           ELSE
               IF MODO-EXECUCAO
                   MOVE "EXPURGADA" TO W-DESC-ACAO
                   PERFORM 132-EXPURGA-VERSAO
               ELSE
                   MOVE "A EXPURGAR" TO W-DESC-ACAO
                   ADD 1 TO W-PRG-EXP
                   ADD 1 TO W-QTD-EXP
                   PERFORM 133-APAGA-BACKUPS
               END-IF
               IF V-EXPURGO(W-IX)
                   MOVE SPACES TO DADOS-REL
                   STRING "  " W-V-VERSAO(W-IX) DELIMITED BY SIZE
                       " " W-V-DATA(W-IX) DELIMITED BY SIZE
                       " " W-V-SIT(W-IX) DELIMITED BY SIZE
                       "   " W-DESC-ACAO DELIMITED BY SIZE
                       " .cbl " W-SIT-CBL DELIMITED BY SIZE
                       " .spc " W-SIT-SPC DELIMITED BY SIZE
                       INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
               END-IF
           END-IF.
       131-FIM.

      *>--ARQUIVA O REGISTRO NO HISTORICO, TIRA DO CATALOGO E APAGA
      *>--OS BACKUPS; SE ALGO FALHAR, A VERSAO FICA NO CATALOGO
       132-EXPURGA-VERSAO SECTION.

      *>--DAQUI EM DIANTE REG-CAT E A POSICAO DA LEITURA NAO SAO MAIS
      *>--OS DO PROGRAMA SEGUINTE, MESMO QUE O EXPURGO FALHE
           SET PROGRAMA-ALTERADO TO TRUE
           MOVE SPACES TO REG-CAT
           MOVE W-PROG-ATUAL TO CAT-PROGRAMA
           MOVE W-V-VERSAO(W-IX) TO CAT-VERSAO
           READ CATALOGO
               INVALID KEY
                   MOVE "ERRO NA LEITURA" TO W-V-MOTIVO(W-IX)
                   PERFORM 134-ERRO-EXPURGO
               NOT INVALID KEY
                   MOVE REG-CAT TO HIS-CAT
                   MOVE W-DATA-HOJE TO HIS-DATA-EXP
                   WRITE REG-HIS
                   IF W-FSHIS NOT = "00"
                       MOVE "ERRO NO HISTCAT.DAT" TO W-V-MOTIVO(W-IX)
                       PERFORM 134-ERRO-EXPURGO
                   ELSE
                       DELETE CATALOGO
                           INVALID KEY
                               MOVE "ERRO NA EXCLUSAO"
                                   TO W-V-MOTIVO(W-IX)
                               PERFORM 134-ERRO-EXPURGO
                           NOT INVALID KEY
                               ADD 1 TO W-PRG-EXP
                               ADD 1 TO W-QTD-EXP
                               PERFORM 133-APAGA-BACKUPS
                       END-DELETE
                   END-IF
           END-READ.
       132-FIM.

      *>--BACKUPS <FONTE>.Vnnn.cbl E .spc DA VERSAO EXPURGADA
       133-APAGA-BACKUPS SECTION.

           MOVE SPACES TO W-ARQTXT
           STRING W-PROG-ATUAL DELIMITED BY SPACES
               ".V" W-V-VERSAO(W-IX) ".cbl" DELIMITED BY SIZE
               INTO W-ARQTXT
           END-STRING
           PERFORM 140-APAGA-ARQUIVO
           MOVE W-SIT-ARQ TO W-SIT-CBL

           MOVE SPACES TO W-ARQTXT
           STRING W-PROG-ATUAL DELIMITED BY SPACES
               ".V" W-V-VERSAO(W-IX) ".spc" DELIMITED BY SIZE
               INTO W-ARQTXT
           END-STRING
           PERFORM 140-APAGA-ARQUIVO
           MOVE W-SIT-ARQ TO W-SIT-SPC.
       133-FIM.

      *>--VERSAO QUE NAO PODE SER EXPURGADA: FICA COMO MANTIDA, COM
      *>--O ERRO NO LUGAR DO MOTIVO
       134-ERRO-EXPURGO SECTION.

           ADD 1 TO W-QTD-ERRO
           MOVE 4 TO W-RC
           MOVE "M" TO W-V-ACAO(W-IX)
           ADD 1 TO W-PRG-MANT
           ADD 1 TO W-QTD-MANT
           MOVE "NAO EXPURGADA" TO W-DESC-ACAO
           MOVE SPACES TO DADOS-REL
           STRING "  " W-V-VERSAO(W-IX) DELIMITED BY SIZE
               " " W-V-DATA(W-IX) DELIMITED BY SIZE
               " " W-V-SIT(W-IX) DELIMITED BY SIZE
               "   " W-DESC-ACAO DELIMITED BY SIZE
               " " W-V-MOTIVO(W-IX) DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       134-FIM.

      *>--O RELATORIO DE MESCLAGEM <FONTE>.mrg SO INTERESSA ATE A
      *>--REVISAO: SAI QUANDO A ULTIMA VERSAO TEM D DIAS OU MAIS
       135-APAGA-MRG SECTION.

           IF V-DATA-VALIDA(W-V-QTD)
               AND W-V-IDADE(W-V-QTD) NOT < W-DIAS
               MOVE SPACES TO W-ARQTXT
               STRING W-PROG-ATUAL DELIMITED BY SPACES
                   ".mrg" DELIMITED BY SIZE INTO W-ARQTXT
               END-STRING
               PERFORM 140-APAGA-ARQUIVO
               IF W-SIT-ARQ NOT = "NAO EXISTE"
                   MOVE SPACES TO DADOS-REL
                   STRING "  RELATORIO DE MESCLAGEM " DELIMITED BY SIZE
                       W-ARQTXT DELIMITED BY SPACES
                       " " W-SIT-ARQ DELIMITED BY SIZE
                       INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
               END-IF
           END-IF.
       135-FIM.

      *>--APAGA UM ARQUIVO DO DISCO (NA SIMULACAO SO VE SE EXISTE)
       140-APAGA-ARQUIVO SECTION.

           OPEN INPUT ARQTXT
           IF W-FSTXT NOT = "00"
               MOVE "NAO EXISTE" TO W-SIT-ARQ
           ELSE
               CLOSE ARQTXT
               IF MODO-EXECUCAO
                   CALL "CBL_DELETE_FILE" USING W-ARQTXT
                   IF RETURN-CODE = ZEROS
                       MOVE "APAGADO" TO W-SIT-ARQ
                       ADD 1 TO W-QTD-ARQ
                   ELSE
                       MOVE "ERRO AO APAGAR" TO W-SIT-ARQ
                       ADD 1 TO W-QTD-ERRO
                       MOVE 4 TO W-RC
                   END-IF
               ELSE
                   MOVE "SERA APAGADO" TO W-SIT-ARQ
                   ADD 1 TO W-QTD-ARQ
               END-IF
           END-IF.
       140-FIM.

      *>--CONVERTE W-DT-AAAAMMDD NO NUMERO DE DIAS W-DT-DIAS (SO A
      *>--DIFERENCA ENTRE DUAS DATAS INTERESSA; O ANO COMECA EM MARCO
      *>--P/ O 29 DE FEVEREIRO CAIR NO FIM)
       170-CALCULA-DIAS SECTION.

           MOVE W-DT-AAAAMMDD(1:4) TO W-DT-ANO
           MOVE W-DT-AAAAMMDD(5:2) TO W-DT-MES
           MOVE W-DT-AAAAMMDD(7:2) TO W-DT-DIA
           IF W-DT-MES < 3
               SUBTRACT 1 FROM W-DT-ANO
               ADD 12 TO W-DT-MES
           END-IF
           DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q4
           DIVIDE W-DT-ANO BY 100 GIVING W-DT-Q100
           DIVIDE W-DT-ANO BY 400 GIVING W-DT-Q400
           COMPUTE W-DT-AUX = 153 * (W-DT-MES + 1)
           DIVIDE W-DT-AUX BY 5 GIVING W-DT-QMES
           COMPUTE W-DT-DIAS = 365 * W-DT-ANO + W-DT-Q4 - W-DT-Q100
               + W-DT-Q400 + W-DT-QMES + W-DT-DIA.
       170-FIM.

      *>--TOTAIS E ENCERRAMENTO
       106-FINALIZA SECTION.

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:79)
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMAS ANALISADOS...: " DELIMITED BY SIZE
               W-QTD-PROG DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "VERSOES ANALISADAS.....: " DELIMITED BY SIZE
               W-QTD-VERS DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "VERSOES MANTIDAS.......: " DELIMITED BY SIZE
               W-QTD-MANT DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           IF MODO-EXECUCAO
               STRING "VERSOES EXPURGADAS.....: " DELIMITED BY SIZE
                   W-QTD-EXP DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               STRING "VERSOES A EXPURGAR.....: " DELIMITED BY SIZE
                   W-QTD-EXP DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           IF MODO-EXECUCAO
               STRING "ARQUIVOS APAGADOS......: " DELIMITED BY SIZE
                   W-QTD-ARQ DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               STRING "ARQUIVOS A APAGAR......: " DELIMITED BY SIZE
                   W-QTD-ARQ DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "ERROS..................: " DELIMITED BY SIZE
               W-QTD-ERRO DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           CLOSE CATALOGO
           CLOSE RELPUR
           IF MODO-EXECUCAO
               CLOSE ARQHIS
           END-IF.
       106-FIM.
