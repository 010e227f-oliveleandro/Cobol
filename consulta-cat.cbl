               05  CAT-BOK       PIC X(200).
               05  CAT-JOB       PIC X(14).
               05  CAT-TIPO      PIC X(01).
               05  CAT-SITUACAO  PIC X(01).
               05  CAT-DATA-SIT  PIC X(10).
               05  CAT-RC        PIC 9(03).

           FD  RELCAT
               VALUE OF FILE-ID IS W-ARQREL.
           05  W-DATA-REG-N  PIC 9(08) VALUE ZEROS.
           05  W-FILTRO-BOK  PIC X(10) VALUE SPACES.
           05  W-FILTRO-SEQ  PIC X(10) VALUE SPACES.
           05  W-FILTRO-SIT  PIC X(01) VALUE SPACE.
           05  W-SAIDA       PIC 9(01) VALUE 1.
               88  SAIDA-LISTAGEM VALUE 1.
               88  SAIDA-CSV      VALUE 2.
           05  W-CC          PIC 9(02) VALUE ZEROS.
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-TIPO-SHOW   PIC X(01) VALUE SPACES.
           05  W-SIT-SHOW    PIC X(01) VALUE SPACES.
           05  W-SIT-OK      PIC X(01) VALUE "S".
               88  SITUACAO-CONFERE VALUE "S".
           05  W-VERSAO-OPC  PIC X(01) VALUE "H".
               88  SO-ULTIMA-VERSAO VALUE "U" "u".
           05  W-TEM-GUARDA  PIC X(01) VALUE "N".
           05  W-CAT-GUARDA  PIC X(458) VALUE SPACES.
           05  W-CAT-ATUAL   PIC X(458) VALUE SPACES.
           05  W-PAUSA       PIC X(01) VALUE SPACES.

      *>--MATRIZ PROGRAMA X ARQUIVO (SAIDA 3)
           DISPLAY "NOME DE ARQ SEQUENTIAL USADO.:" AT 1303
           ACCEPT W-FILTRO-SEQ

           DISPLAY "SITUACAO - G-GERADO C-COMPILADO F-FALHA NA"
               AT 1503
           DISPLAY "COMPILACAO O-EXECUTADO OK E-ERRO NA EXECUCAO.:"
               AT 1603
           ACCEPT W-FILTRO-SIT
           INSPECT W-FILTRO-SIT
               CONVERTING "gcfoe" TO "GCFOE"

           DISPLAY "MOSTRA (U)LTIMA VERSAO DE CADA PROGRAMA OU"
               AT 1803
           DISPLAY "(H)ISTORICO COMPLETO?.:" AT 1903
           ACCEPT W-VERSAO-OPC

           DISPLAY "SAIDA - 1-LISTAGEM (CONSULTA.LST)" AT 2103
           DISPLAY "2-CSV 3-MATRIZ PROGRAMA X ARQUIVO" AT 2203
           DISPLAY "(CONSULTA.CSV).:" AT 2303
           ACCEPT W-SAIDA
           IF NOT SAIDA-CSV AND NOT SAIDA-MATRIZ
               MOVE 1 TO W-SAIDA
                   MOVE SPACES TO DADOS-REL
                   STRING "PROGRAMA;VERSAO;DATA;TIPO;QTDARQ;"
                       DELIMITED BY SIZE
                       "QTDSEQ;ARQUIVOS;BOKS;JOB;"
                       DELIMITED BY SIZE
                       "SITUACAO;DATASITUACAO;RC"
                       DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
               WRITE REG-REL
           END-IF

           IF W-FILTRO-SIT NOT = SPACE
               MOVE SPACES TO DADOS-REL
               STRING "FILTRO SITUACAO......: " DELIMITED BY SIZE
                   W-FILTRO-SIT DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMA   DATA       T VER S RC  " DELIMITED BY SIZE
               "ARQS SEQS ARQUIVOS/BOKS" DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
               END-IF
           END-IF

      *>--SO A ULTIMA VERSAO: A SITUACAO E CONFERIDA NA VERSAO
      *>--GUARDADA, NA TROCA DE PROGRAMA (118/106)
           IF REGISTRO-SELECIONADO AND NOT SO-ULTIMA-VERSAO
               PERFORM 119-CONFERE-SITUACAO
               IF NOT SITUACAO-CONFERE
                   MOVE "N" TO W-ACHOU
               END-IF
           END-IF

           IF REGISTRO-SELECIONADO
               IF SO-ULTIMA-VERSAO
                   PERFORM 118-GUARDA-ULTIMA
               AND W-CAT-GUARDA(1:10) NOT = CAT-PROGRAMA
               MOVE REG-CAT TO W-CAT-ATUAL
               MOVE W-CAT-GUARDA TO REG-CAT
               PERFORM 119-CONFERE-SITUACAO
               IF SITUACAO-CONFERE
                   ADD 1 TO W-QTD-SEL
                   PERFORM 120-GRAVA-LINHA
               END-IF
               MOVE W-CAT-ATUAL TO REG-CAT
           END-IF

           MOVE "S" TO W-TEM-GUARDA.
       118-FIM.

      *>--FILTRO DE SITUACAO; CATALOGO ANTIGO SEM A SITUACAO: ASSUME
      *>--GERADO
       119-CONFERE-SITUACAO SECTION.

           MOVE "S" TO W-SIT-OK
           IF W-FILTRO-SIT NOT = SPACE
               MOVE CAT-SITUACAO TO W-SIT-SHOW
               IF W-SIT-SHOW = SPACE
                   MOVE "G" TO W-SIT-SHOW
               END-IF
               IF W-SIT-SHOW NOT = W-FILTRO-SIT
                   MOVE "N" TO W-SIT-OK
               END-IF
           END-IF.
       119-FIM.

      *>--PROCURA UM NOME NA LISTA DE NOMES DO REGISTRO
       110-PESQUISA-NOME SECTION.

           IF W-TIPO-SHOW = SPACE
               MOVE "P" TO W-TIPO-SHOW
           END-IF
           PERFORM 124-PREPARA-SITUACAO

           MOVE SPACES TO DADOS-REL
           STRING CAT-PROGRAMA DELIMITED BY SIZE
               " " CAT-DATA DELIMITED BY SIZE
               " " W-TIPO-SHOW DELIMITED BY SIZE
               " " CAT-VERSAO DELIMITED BY SIZE
               " " W-SIT-SHOW DELIMITED BY SIZE
               " " CAT-RC DELIMITED BY SIZE
               " " CAT-QTDE-ARQ DELIMITED BY SIZE
               "  " CAT-QTDE-SEQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           IF W-TIPO-SHOW = SPACE
               MOVE "P" TO W-TIPO-SHOW
           END-IF
           PERFORM 124-PREPARA-SITUACAO

           MOVE SPACES TO DADOS-REL
           MOVE 1 TO W-PTR-REL
               CAT-BOK DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               CAT-JOB DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               W-SIT-SHOW DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CAT-DATA-SIT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CAT-RC DELIMITED BY SIZE
               INTO DADOS-REL WITH POINTER W-PTR-REL
           END-STRING
           WRITE REG-REL.
       122-FIM.

      *>--CATALOGO ANTIGO SEM A SITUACAO: ASSUME GERADO NA DATA DA
      *>--VERSAO, SEM RETORNO
       124-PREPARA-SITUACAO SECTION.

           MOVE CAT-SITUACAO TO W-SIT-SHOW
           IF W-SIT-SHOW = SPACE
               MOVE "G" TO W-SIT-SHOW
               MOVE CAT-DATA TO CAT-DATA-SIT
               MOVE ZEROS TO CAT-RC
           END-IF.
       124-FIM.

      *>--GUARDA O REGISTRO P/ A MATRIZ PROGRAMA X ARQUIVO
       123-GUARDA-MATRIZ SECTION.


           IF SO-ULTIMA-VERSAO AND W-TEM-GUARDA = "S"
               MOVE W-CAT-GUARDA TO REG-CAT
               PERFORM 119-CONFERE-SITUACAO
               IF SITUACAO-CONFERE
                   ADD 1 TO W-QTD-SEL
                   PERFORM 120-GRAVA-LINHA
               END-IF
           END-IF

           IF SAIDA-MATRIZ
