       IDENTIFICATION DIVISION.
       PROGRAM-ID. valida-dat.
       AUTHOR.     "LEANDRO O.C. 20261014".
      *>--VALIDA UM ARQUIVO DE DADOS REAL CONTRA O LAYOUT DO BOK:
      *>--PELA ESPECIFICACAO (.spc) DE UM FONTE GERADO (ARQUIVOS
      *>--fd/sl E SEQUENCIAIS) OU POR UM BOK + NOME FISICO. LISTA EM
      *>--VALIDA.LST, POR NUMERO DE REGISTRO, TAMANHO ERRADO, CAMPO
      *>--PIC 9 / COMP-3 NAO NUMERICO, SINAL INVALIDO, CHAVE FORA
      *>--DE SEQUENCIA OU DUPLICADA E AREA DE OCCURS/REDEFINES QUE
      *>--NAO CABE NO REGISTRO, COM O TOTAL DE ERROS POR CAMPO.
      *>--REGISTROS COM ERRO PODEM SAIR EM <ARQUIVO>.REJ.
      *>--RETURN-CODE: 0 ACEITO, 4 ARQUIVO PULADO, 8 REJEITADO,
      *>--16 ERRO DE ABERTURA
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT ARQSPEC ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSSPEC.

           SELECT ARQBOK ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSBOK.

           SELECT ARQDAT ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSDAT.

           SELECT ARQREJ ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSREJ.

           SELECT RELVAL ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSREL.

       DATA DIVISION.
       FILE SECTION.

           FD  ARQSPEC
               VALUE OF FILE-ID IS W-ARQSPEC.

           01  REG-SPEC.
               05  SPEC-TIPO   PIC X(01).
                   88  SPEC-QTD-ARQ   VALUE "1".
                   88  SPEC-DADO-ARQ  VALUE "2".
                   88  SPEC-QTD-SEQ   VALUE "4".
                   88  SPEC-DADO-SEQ  VALUE "5".
               05  SPEC-DADO   PIC X(79).

           FD  ARQBOK
               VALUE OF FILE-ID IS W-ARQBOK.

           01  REG-BOK.
               05  DADOS-BOK   PIC X(80).

           FD  ARQDAT
               VALUE OF FILE-ID IS W-ARQDAT
               RECORD IS VARYING IN SIZE FROM 1 TO 9999
                   DEPENDING ON W-TAM-LIDO.

           01  REG-DAT         PIC X(9999).

           FD  ARQREJ
               VALUE OF FILE-ID IS W-ARQREJ
               RECORD IS VARYING IN SIZE FROM 1 TO 9999
                   DEPENDING ON W-TAM-REJ.

           01  REG-REJ         PIC X(9999).

           FD  RELVAL
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(132) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSSPEC    PIC X(02) VALUE SPACES.
           05  W-FSBOK     PIC X(02) VALUE SPACES.
           05  W-FSDAT     PIC X(02) VALUE SPACES.
           05  W-FSREJ     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQSPEC   PIC X(50) VALUE SPACES.
           05  W-ARQBOK    PIC X(50) VALUE SPACES.
           05  W-ARQDAT    PIC X(50) VALUE SPACES.
           05  W-ARQREJ    PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "VALIDA.LST".

       01  W-VAR.
           05  W-NOME-SPEC   PIC X(10) VALUE SPACES.
           05  W-BOK-INF     PIC X(10) VALUE SPACES.
           05  W-ARQ-INF     PIC X(50) VALUE SPACES.
           05  W-CHAVE-INF   PIC X(30) VALUE SPACES.
           05  W-PFX-INF     PIC X(10) VALUE SPACES.
           05  W-OPC-REJ     PIC X(01) VALUE "N".
               88  GRAVA-REJEITADOS VALUE "S" "s".
           05  W-MAX-LISTA   PIC 9(05) VALUE ZEROS.
           05  W-FIM-SPEC    PIC X(01) VALUE "N".
               88  FIM-DO-SPEC VALUE "S".
           05  W-FIM-BOK     PIC X(01) VALUE "N".
               88  FIM-DO-BOK VALUE "S".
           05  W-FIM-DAT     PIC X(01) VALUE "N".
               88  FIM-DO-DAT VALUE "S".
           05  W-BOK-NOME    PIC X(10) VALUE SPACES.
           05  W-PFX-ATUAL   PIC X(10) VALUE SPACES.
           05  W-CHAVE-NOME  PIC X(30) VALUE SPACES.
           05  W-MOTIVO      PIC X(60) VALUE SPACES.
           05  W-MSG-CAMPO   PIC X(40) VALUE SPACES.
           05  W-NOME-ORIG   PIC X(30) VALUE SPACES.
           05  W-NOME-RES    PIC X(30) VALUE SPACES.
           05  W-PARTE1      PIC X(30) VALUE SPACES.
           05  W-PARTE2      PIC X(30) VALUE SPACES.
           05  W-TALLY       PIC 9(03) VALUE ZEROS.
           05  W-SINAIS      PIC X(30)
               VALUE "{ABCDEFGHI}JKLMNOPQRpqrstuvwxy".
           05  W-BYTE-BIN    PIC 9(04) COMP VALUE ZEROS.
           05  W-BYTE-X REDEFINES W-BYTE-BIN PIC X(02).
           05  W-NIB-ALTO    PIC 9(02) VALUE ZEROS.
           05  W-NIB-BAIXO   PIC 9(02) VALUE ZEROS.
           05  W-ERR-NUM     PIC X(01) VALUE "N".
               88  CAMPO-NAO-NUMERICO VALUE "S".
           05  W-ERR-SIN     PIC X(01) VALUE "N".
               88  CAMPO-SINAL-INVALIDO VALUE "S".
           05  W-ERRO-REG    PIC X(01) VALUE "N".
               88  REGISTRO-COM-ERRO VALUE "S".
           05  W-EM-OCC      PIC X(01) VALUE "N".
               88  ITEM-EM-OCCURS VALUE "S".
           05  W-EM-RED      PIC X(01) VALUE "N".
               88  ITEM-EM-REDEFINES VALUE "S".
           05  W-TEM-CHAVE   PIC X(01) VALUE "N".
               88  TESTA-SEQUENCIA VALUE "S".
           05  W-PIC-NUM     PIC X(01) VALUE "N".
               88  PIC-NUMERICO VALUE "S".
           05  W-I           PIC 9(03) VALUE ZEROS.
           05  W-J           PIC 9(03) VALUE ZEROS.
           05  W-K           PIC 9(03) VALUE ZEROS.
           05  W-C           PIC 9(04) VALUE ZEROS.
           05  W-A           PIC 9(03) VALUE ZEROS.
           05  W-P           PIC 9(05) VALUE ZEROS.
           05  W-KK          PIC 9(02) VALUE ZEROS.
           05  W-ULT-POS     PIC 9(05) VALUE ZEROS.
           05  W-RAIZ        PIC 9(03) VALUE ZEROS.
           05  W-PAUSA       PIC X(01) VALUE SPACES.
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-REG-ED      PIC ZZZZZZZZ9 VALUE ZEROS.
           05  W-QTD-ED      PIC ZZZZZZZZ9 VALUE ZEROS.
           05  W-POS-ED      PIC ZZZZ9 VALUE ZEROS.
           05  W-TAM-ED      PIC ZZZZ9 VALUE ZEROS.
           05  W-LAY-ED      PIC ZZZZ9 VALUE ZEROS.
           05  W-OCC-ED      PIC ZZZZ9 VALUE ZEROS.

      *>--ARQUIVOS E SEQUENCIAIS DA ESPECIFICACAO
       01  W-SPEC.
           05  W-ARQ         PIC 9(03) VALUE ZEROS.
           05  W-SEQUENT     PIC 9(03) VALUE ZEROS.
           05  W-IX-ARQ      PIC 9(03) VALUE ZEROS.
           05  W-IX-SEQ      PIC 9(03) VALUE ZEROS.
           05  W-NUM-ARQ     PIC 9(03) OCCURS 999 TIMES.
           05  W-ARQ-PFX     PIC X(10) OCCURS 999 TIMES.
           05  W-NOME-SEQ    PIC X(10) OCCURS 999 TIMES.
           05  W-SEQ-ORG     PIC 9(01) OCCURS 999 TIMES.
               88  SEQ-ORG-SEQUENCIAL VALUE 1.
           05  W-SEQ-ASSIGN-TIPO  PIC 9(01) OCCURS 999 TIMES.
               88  SEQ-ASSIGN-DISCO     VALUE 1.
               88  SEQ-ASSIGN-DDNAME    VALUE 2.
               88  SEQ-ASSIGN-DINAMICO  VALUE 3.
           05  W-SEQ-ASSIGN-VALOR PIC X(30) OCCURS 999 TIMES.
           05  W-SEQ-CHAVE   PIC X(10) OCCURS 999 TIMES.
           05  W-SEQ-LAYOUT  PIC X(10) OCCURS 999 TIMES.

      *>--TOTAIS DO ARQUIVO EM VALIDACAO E DA EXECUCAO
       01  W-TOTAIS.
           05  W-QTD-LIDOS   PIC 9(09) VALUE ZEROS.
           05  W-QTD-REJEIT  PIC 9(09) VALUE ZEROS.
           05  W-QTD-ERR-TAM PIC 9(09) VALUE ZEROS.
           05  W-QTD-ERR-SEQ PIC 9(09) VALUE ZEROS.
           05  W-QTD-ERR-DUP PIC 9(09) VALUE ZEROS.
           05  W-QTD-LISTA   PIC 9(05) VALUE ZEROS.
           05  W-QTD-AVISO   PIC 9(03) VALUE ZEROS.
           05  W-QTD-ARQ-OK  PIC 9(03) VALUE ZEROS.
           05  W-QTD-ARQ-REJ PIC 9(03) VALUE ZEROS.
           05  W-QTD-ARQ-PUL PIC 9(03) VALUE ZEROS.

      *>--REGISTRO LIDO (COMPLETADO COM BRANCOS ATE O TAMANHO DO
      *>--LAYOUT: LINE SEQUENTIAL NAO GRAVA OS BRANCOS DO FIM)
       01  W-REGISTRO.
           05  W-TAM-LIDO    PIC 9(05) VALUE ZEROS.
           05  W-TAM-REJ     PIC 9(05) VALUE ZEROS.
           05  W-TAM-LAYOUT  PIC 9(05) VALUE ZEROS.
           05  W-MIN-TAM     PIC 9(05) VALUE ZEROS.
           05  W-CHV-POS     PIC 9(05) VALUE ZEROS.
           05  W-CHV-TAM     PIC 9(05) VALUE ZEROS.
           05  W-CHV-ATU     PIC X(256) VALUE SPACES.
           05  W-CHV-ANT     PIC X(256) VALUE SPACES.
           05  W-REG-TRAB    PIC X(9999) VALUE SPACES.

      *>--LAYOUT DO BOK: PAI, TAMANHO E POSICAO DE CADA ITEM (GRUPO
      *>--= SOMA DOS SUBORDINADOS VEZES O OCCURS; QUEM REDEFINE NAO
      *>--SOMA E TOMA A POSICAO DO REDEFINIDO) E ERROS POR CAMPO
       01  W-LAYOUT.
           05  W-LAY-QTD     PIC 9(03) VALUE ZEROS.
           05  W-LAY-TAB OCCURS 999 TIMES.
               10  W-LAY-NIVEL   PIC 9(02).
               10  W-LAY-NOME    PIC X(30).
               10  W-LAY-PIC     PIC X(20).
               10  W-LAY-OCC     PIC 9(03).
               10  W-LAY-RED     PIC X(30).
               10  W-LAY-USO     PIC X(02).
               10  W-LAY-PAI     PIC 9(03).
               10  W-LAY-REG     PIC 9(03).
               10  W-LAY-RID     PIC 9(03).
               10  W-LAY-UNID    PIC 9(05).
               10  W-LAY-TAM     PIC 9(05).
               10  W-LAY-OFF     PIC 9(05).
               10  W-LAY-CUR     PIC 9(05).
               10  W-LAY-ERR-NUM PIC 9(09).
               10  W-LAY-ERR-SIN PIC 9(09).
               10  W-LAY-ERR-ARE PIC 9(09).
           05  W-TOPO        PIC 9(02) VALUE ZEROS.
           05  W-PILHA OCCURS 50 TIMES.
               10  W-PIL-NIVEL   PIC 9(02).
               10  W-PIL-IDX     PIC 9(03).
           05  W-NIV-CALC    PIC 9(02) VALUE ZEROS.
           05  W-MULT        PIC 9(03) VALUE ZEROS.

      *>--CAMPOS A CONFERIR EM CADA REGISTRO (UMA ENTRADA POR
      *>--OCORRENCIA DE CAMPO NUMERICO DA VISAO PRINCIPAL)
       01  W-VERIFICACOES.
           05  W-CHK-QTD     PIC 9(04) VALUE ZEROS.
           05  W-CHK-MAIS    PIC X(01) VALUE "N".
           05  W-CHK-TAB OCCURS 3000 TIMES.
               10  W-CHK-LAY     PIC 9(03).
               10  W-CHK-OCOR    PIC 9(05).
               10  W-CHK-POS     PIC 9(05).
               10  W-CHK-TAM     PIC 9(03).
               10  W-CHK-TIPO    PIC X(01).
                   88  CHK-ZONADO      VALUE "Z".
                   88  CHK-COMPACTADO  VALUE "P".
               10  W-CHK-SINAL   PIC X(01).
                   88  CHK-COM-SINAL   VALUE "S".
      *>--OCCURS DO CAMPO E DOS GRUPOS ACIMA DELE
           05  W-CAD-QTD     PIC 9(02) VALUE ZEROS.
           05  W-CAD-TAB OCCURS 20 TIMES.
               10  W-CAD-OCC     PIC 9(03).
               10  W-CAD-UNID    PIC 9(05).
           05  W-TOT-OCOR    PIC 9(07) VALUE ZEROS.
           05  W-N           PIC 9(07) VALUE ZEROS.
           05  W-RESTO       PIC 9(07) VALUE ZEROS.
           05  W-IDX         PIC 9(03) VALUE ZEROS.
           05  W-POS-CALC    PIC 9(07) VALUE ZEROS.
      *>--AREAS DE OCCURS E REDEFINES (FIM DA AREA E ULTIMO BYTE
      *>--NUMERICO DENTRO DELA)
           05  W-ARE-QTD     PIC 9(03) VALUE ZEROS.
           05  W-ARE-TAB OCCURS 200 TIMES.
               10  W-ARE-LAY     PIC 9(03).
               10  W-ARE-INI     PIC 9(05).
               10  W-ARE-FIM     PIC 9(05).
               10  W-ARE-NUM     PIC 9(05).

       01  W-PARSE.
           05  W-TOK         PIC 9(02) VALUE ZEROS.
           05  W-TOKENS.
               10  W-TOKEN   PIC X(30) OCCURS 12 TIMES.
           05  W-TOK-LIMPA   PIC X(30) VALUE SPACES.
           05  W-NIVEL-TOK   PIC X(02) VALUE SPACES.
           05  W-NOME-TOK    PIC X(30) VALUE SPACES.
           05  W-PIC-TOK     PIC X(20) VALUE SPACES.
           05  W-OCC-TOK     PIC 9(03) VALUE ZEROS.
           05  W-RED-TOK     PIC X(30) VALUE SPACES.
           05  W-USO-TOK     PIC X(02) VALUE SPACES.
           05  W-NUM-TRAB    PIC 9(03) VALUE ZEROS.
           05  W-DIG-X       PIC X(01) VALUE SPACE.
           05  W-DIG-N REDEFINES W-DIG-X PIC 9(01).
           05  W-ASSIGN-LIT  PIC X(30) VALUE SPACES.
           05  W-SL-NAOSEQ   PIC X(01) VALUE "N".
               88  SL-NAO-SEQUENCIAL VALUE "S".
           05  W-RESTO-LIN   PIC X(80) VALUE SPACES.

       01  W-CALC-PIC.
           05  W-CA-PIC      PIC X(20) VALUE SPACES.
           05  W-CA-USO      PIC X(02) VALUE SPACES.
           05  W-CA-TAM      PIC 9(03) VALUE ZEROS.
           05  W-CA-DIGITOS  PIC 9(03) VALUE ZEROS.
           05  W-CA-IDX      PIC 9(02) VALUE ZEROS.
           05  W-CA-REP      PIC 9(03) VALUE ZEROS.
           05  W-CA-ULT9     PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       100-INICIO.

           PERFORM 101-TELA

           OPEN OUTPUT RELVAL
           IF W-FSREL NOT = "00"
               DISPLAY ERASE
               DISPLAY "*** VALIDACAO DE ARQUIVO DE DADOS ***" AT 0203
               DISPLAY "ERRO AO ABRIR O VALIDA.LST! STATUS.:" AT 0503
               DISPLAY W-FSREL AT 0540
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 103-CABECALHO

           IF W-NOME-SPEC NOT = SPACES
               PERFORM 110-CARREGA-SPEC
               PERFORM 300-VALIDA-ARQ-BOK VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-IX-ARQ
               PERFORM 200-VALIDA-SEQUENCIAL VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-IX-SEQ
           ELSE
               MOVE W-BOK-INF TO W-BOK-NOME
               MOVE W-PFX-INF TO W-PFX-ATUAL
               MOVE W-CHAVE-INF TO W-CHAVE-NOME
               MOVE W-ARQ-INF TO W-ARQDAT
               PERFORM 400-VALIDA-ARQUIVO
           END-IF

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "ARQUIVOS ACEITOS: " W-QTD-ARQ-OK
               "  REJEITADOS: " W-QTD-ARQ-REJ
               "  PULADOS: " W-QTD-ARQ-PUL
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL
           CLOSE RELVAL

           EVALUATE TRUE
               WHEN W-QTD-ARQ-REJ > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN W-QTD-ARQ-PUL > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE

           DISPLAY ERASE
           DISPLAY "*** VALIDACAO DE ARQUIVO DE DADOS ***" AT 0203
           DISPLAY "ARQUIVOS ACEITOS....:" AT 0503
           DISPLAY W-QTD-ARQ-OK AT 0525
           DISPLAY "ARQUIVOS REJEITADOS.:" AT 0603
           DISPLAY W-QTD-ARQ-REJ AT 0625
           DISPLAY "ARQUIVOS PULADOS....:" AT 0703
           DISPLAY W-QTD-ARQ-PUL AT 0725
           DISPLAY "VEJA O RELATORIO EM VALIDA.LST" AT 0903

           STOP RUN.

      *>--PEGA A ESPECIFICACAO OU O BOK + ARQUIVO E AS OPCOES
       101-TELA SECTION.

           DISPLAY ERASE
           DISPLAY "*** VALIDACAO DE ARQUIVO DE DADOS ***" AT 0203
           DISPLAY "NOME DO FONTE (ESPECIFICACAO), EX. PLA001" AT 0403
           DISPLAY "(EM BRANCO = INFORMAR BOK E ARQUIVO).:" AT 0503
           ACCEPT W-NOME-SPEC

           IF W-NOME-SPEC = SPACES
               DISPLAY "BOK DO LAYOUT (SEM .bok).:" AT 0703
               ACCEPT W-BOK-INF
               DISPLAY "ARQUIVO FISICO.:" AT 0803
               ACCEPT W-ARQ-INF
               DISPLAY "CAMPO CHAVE (EM BRANCO = SEM TESTE DE"
                   AT 0903
               DISPLAY "SEQUENCIA).:" AT 1003
               ACCEPT W-CHAVE-INF
               DISPLAY "PREFIXO DO :PREFIX: DO BOK (EM BRANCO ="
                   AT 1103
               DISPLAY "NENHUM).:" AT 1203
               ACCEPT W-PFX-INF

               IF W-BOK-INF = SPACES OR W-ARQ-INF = SPACES
                   DISPLAY "INFORME O BOK E O ARQUIVO!" AT 1403
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "GRAVA OS REGISTROS COM ERRO EM <ARQUIVO>.REJ"
               AT 1503
           DISPLAY "(S/N).:" AT 1603
           ACCEPT W-OPC-REJ
           DISPLAY "MAXIMO DE ERROS LISTADOS POR ARQUIVO (0 ="
               AT 1703
           DISPLAY "TODOS).:" AT 1803
           ACCEPT W-MAX-LISTA.
       101-FIM.

      *>--CABECALHO DO RELATORIO
       103-CABECALHO SECTION.

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD

           MOVE SPACES TO DADOS-REL
           STRING "VALIDACAO DE ARQUIVOS DE DADOS CONTRA O LAYOUT"
               DELIMITED BY SIZE
               "   EMITIDO EM " DELIMITED BY SIZE
               W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           IF W-NOME-SPEC NOT = SPACES
               STRING "ESPECIFICACAO: " W-NOME-SPEC
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               STRING "BOK: " W-BOK-INF "  ARQUIVO: " W-ARQ-INF
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL.
       103-FIM.

      *>--CARREGA OS ARQUIVOS E SEQUENCIAIS DA ESPECIFICACAO
       110-CARREGA-SPEC SECTION.

           MOVE SPACES TO W-ARQSPEC
           STRING W-NOME-SPEC DELIMITED BY SPACES
               ".spc" DELIMITED BY SIZE INTO W-ARQSPEC
           END-STRING

           OPEN INPUT ARQSPEC
           IF W-FSSPEC NOT = "00"
               MOVE SPACES TO DADOS-REL
               STRING "*** ESPECIFICACAO NAO ENCONTRADA: " W-ARQSPEC
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
               CLOSE RELVAL
               DISPLAY ERASE
               DISPLAY "*** VALIDACAO DE ARQUIVO DE DADOS ***" AT 0203
               DISPLAY "ESPECIFICACAO NAO ENCONTRADA.:" AT 0503
               DISPLAY W-ARQSPEC AT 0603
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO W-FIM-SPEC
           MOVE ZEROS TO W-IX-ARQ
           MOVE ZEROS TO W-IX-SEQ
           PERFORM 115-LE-SPEC UNTIL FIM-DO-SPEC
           CLOSE ARQSPEC.
       110-FIM.

      *>--LE UM REGISTRO DA ESPECIFICACAO
       115-LE-SPEC SECTION.

           READ ARQSPEC
               AT END
                   SET FIM-DO-SPEC TO TRUE
               NOT AT END
                   PERFORM 1150-TRATA-SPEC
           END-READ.
       115-FIM.

      *>--DISTRIBUI UM REGISTRO DA ESPECIFICACAO NAS TABELAS
       1150-TRATA-SPEC SECTION.

           EVALUATE TRUE
               WHEN SPEC-QTD-ARQ
                   MOVE SPEC-DADO(1:3) TO W-ARQ
               WHEN SPEC-DADO-ARQ AND W-IX-ARQ < 999
                   ADD 1 TO W-IX-ARQ
                   MOVE SPEC-DADO(1:3) TO W-NUM-ARQ(W-IX-ARQ)
                   MOVE SPEC-DADO(4:10) TO W-ARQ-PFX(W-IX-ARQ)
               WHEN SPEC-QTD-SEQ
                   MOVE SPEC-DADO(1:3) TO W-SEQUENT
               WHEN SPEC-DADO-SEQ AND W-IX-SEQ < 999
                   ADD 1 TO W-IX-SEQ
                   MOVE SPEC-DADO(1:10) TO W-NOME-SEQ(W-IX-SEQ)
                   MOVE SPEC-DADO(11:1) TO W-SEQ-ORG(W-IX-SEQ)
                   MOVE SPEC-DADO(23:1)
                       TO W-SEQ-ASSIGN-TIPO(W-IX-SEQ)
                   MOVE SPEC-DADO(24:30)
                       TO W-SEQ-ASSIGN-VALOR(W-IX-SEQ)
                   MOVE SPEC-DADO(13:10) TO W-SEQ-CHAVE(W-IX-SEQ)
                   MOVE SPEC-DADO(64:10) TO W-SEQ-LAYOUT(W-IX-SEQ)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1150-FIM.

      *>--VALIDA UM ARQUIVO SEQUENCIAL DA ESPECIFICACAO (LAYOUT DO
      *>--BOK INFORMADO OU REGISTRO PADRAO DE 50 POSICOES)
       200-VALIDA-SEQUENCIAL SECTION.

           EVALUATE TRUE
               WHEN NOT SEQ-ORG-SEQUENCIAL(W-I)
                   MOVE W-NOME-SEQ(W-I) TO W-ARQDAT
                   MOVE "ORGANIZACAO NAO SEQUENCIAL" TO W-MOTIVO
                   PERFORM 290-PULA-ARQUIVO
               WHEN SEQ-ASSIGN-DINAMICO(W-I)
                   MOVE W-NOME-SEQ(W-I) TO W-ARQDAT
                   MOVE "ASSIGN DINAMICO (SO EM EXECUCAO)"
                       TO W-MOTIVO
                   PERFORM 290-PULA-ARQUIVO
               WHEN OTHER
                   PERFORM 210-NOME-FISICO-SEQ
                   MOVE W-SEQ-LAYOUT(W-I) TO W-BOK-NOME
                   MOVE W-NOME-SEQ(W-I) TO W-PFX-ATUAL
                   MOVE W-SEQ-CHAVE(W-I) TO W-CHAVE-NOME
                   PERFORM 400-VALIDA-ARQUIVO
           END-EVALUATE.
       200-FIM.

      *>--MONTA O NOME FISICO DO ARQUIVO SEQUENCIAL
       210-NOME-FISICO-SEQ SECTION.

           MOVE SPACES TO W-ARQDAT
           EVALUATE TRUE
               WHEN SEQ-ASSIGN-DDNAME(W-I)
                   STRING W-SEQ-ASSIGN-VALOR(W-I)
                       DELIMITED BY SPACES
                       ".DAT" DELIMITED BY SIZE INTO W-ARQDAT
                   END-STRING
               WHEN W-SEQ-ASSIGN-VALOR(W-I) NOT = SPACES
                   MOVE W-SEQ-ASSIGN-VALOR(W-I) TO W-ARQDAT
               WHEN OTHER
                   STRING W-NOME-SEQ(W-I) DELIMITED BY SPACES
                       ".DAT" DELIMITED BY SIZE INTO W-ARQDAT
                   END-STRING
           END-EVALUATE.
       210-FIM.

      *>--REGISTRA UM ARQUIVO PULADO
       290-PULA-ARQUIVO SECTION.

           ADD 1 TO W-QTD-ARQ-PUL
           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "ARQUIVO " W-ARQDAT(1:30) " PULADO - " W-MOTIVO
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       290-FIM.

      *>--VALIDA UM ARQUIVO DECLARADO POR BOK (sl/fd)
       300-VALIDA-ARQ-BOK SECTION.

           PERFORM 310-ACHA-ASSIGN-SL
           EVALUATE TRUE
               WHEN SL-NAO-SEQUENCIAL
                   MOVE "ORGANIZACAO NAO SEQUENCIAL NO sl"
                       TO W-MOTIVO
                   MOVE SPACES TO W-ARQDAT
                   STRING "sl" W-NUM-ARQ(W-I) ".bok"
                       DELIMITED BY SIZE INTO W-ARQDAT
                   END-STRING
                   PERFORM 290-PULA-ARQUIVO
               WHEN W-ASSIGN-LIT = SPACES
                   MOVE "ASSIGN DO sl NAO E LITERAL" TO W-MOTIVO
                   MOVE SPACES TO W-ARQDAT
                   STRING "sl" W-NUM-ARQ(W-I) ".bok"
                       DELIMITED BY SIZE INTO W-ARQDAT
                   END-STRING
                   PERFORM 290-PULA-ARQUIVO
               WHEN OTHER
                   MOVE SPACES TO W-BOK-NOME
                   STRING "fd" W-NUM-ARQ(W-I) DELIMITED BY SIZE
                       INTO W-BOK-NOME
                   END-STRING
                   MOVE W-ARQ-PFX(W-I) TO W-PFX-ATUAL
                   MOVE SPACES TO W-CHAVE-NOME
                   MOVE W-ASSIGN-LIT TO W-ARQDAT
                   PERFORM 400-VALIDA-ARQUIVO
           END-EVALUATE.
       300-FIM.

      *>--PROCURA O NOME FISICO NO ASSIGN DO BOK sl
       310-ACHA-ASSIGN-SL SECTION.

           MOVE SPACES TO W-ASSIGN-LIT
           MOVE "N" TO W-SL-NAOSEQ
           MOVE SPACES TO W-ARQBOK
           STRING "sl" W-NUM-ARQ(W-I) ".bok" DELIMITED BY SIZE
               INTO W-ARQBOK
           END-STRING

           MOVE "N" TO W-FIM-BOK
           OPEN INPUT ARQBOK
           IF W-FSBOK = "00"
               PERFORM 315-LE-SL UNTIL FIM-DO-BOK
               CLOSE ARQBOK
           END-IF.
       310-FIM.

      *>--LE UMA LINHA DO BOK sl PROCURANDO ASSIGN TO "LITERAL"
       315-LE-SL SECTION.

           READ ARQBOK
               AT END
                   SET FIM-DO-BOK TO TRUE
               NOT AT END
                   IF DADOS-BOK(7:1) NOT = "*"
                       MOVE ZEROS TO W-NUM-TRAB
                       INSPECT DADOS-BOK TALLYING W-NUM-TRAB
                           FOR ALL "ASSIGN"
                       IF W-NUM-TRAB > ZEROS
                           PERFORM 3150-EXTRAI-LITERAL
                       END-IF

                       MOVE ZEROS TO W-NUM-TRAB
                       INSPECT DADOS-BOK TALLYING W-NUM-TRAB
                           FOR ALL "INDEXED" ALL "RELATIVE"
                       IF W-NUM-TRAB > ZEROS
                           SET SL-NAO-SEQUENCIAL TO TRUE
                       END-IF
                   END-IF
           END-READ.
       315-FIM.

      *>--EXTRAI O LITERAL ENTRE ASPAS DA LINHA DO ASSIGN
       3150-EXTRAI-LITERAL SECTION.

           MOVE SPACES TO W-RESTO-LIN
           UNSTRING DADOS-BOK DELIMITED BY '"'
               INTO W-TOK-LIMPA W-RESTO-LIN
           END-UNSTRING
           IF W-RESTO-LIN NOT = SPACES
               MOVE SPACES TO W-ASSIGN-LIT
               UNSTRING W-RESTO-LIN DELIMITED BY '"'
                   INTO W-ASSIGN-LIT
               END-UNSTRING
           END-IF.
       3150-FIM.

      *>--VALIDA O ARQUIVO W-ARQDAT CONTRA O LAYOUT W-BOK-NOME (EM
      *>--BRANCO = REGISTRO PADRAO DO cria-cbl: CHAVE X(10) + 40)
       400-VALIDA-ARQUIVO SECTION.

           MOVE ZEROS TO W-LAY-QTD
           MOVE ZEROS TO W-CHK-QTD
           MOVE "N" TO W-CHK-MAIS
           MOVE ZEROS TO W-ARE-QTD
           MOVE ZEROS TO W-QTD-AVISO
           MOVE ZEROS TO W-MIN-TAM
           MOVE "N" TO W-TEM-CHAVE

           IF W-BOK-NOME NOT = SPACES
               PERFORM 410-CARREGA-LAYOUT
               IF W-LAY-QTD = ZEROS
                   MOVE SPACES TO W-MOTIVO
                   STRING "BOK " DELIMITED BY SIZE
                       W-ARQBOK DELIMITED BY SPACES
                       " NAO ENCONTRADO OU SEM CAMPOS"
                       DELIMITED BY SIZE INTO W-MOTIVO
                   END-STRING
                   PERFORM 290-PULA-ARQUIVO
                   GO TO 400-FIM
               END-IF
           END-IF

           OPEN INPUT ARQDAT
           IF W-FSDAT NOT = "00"
               MOVE SPACES TO W-MOTIVO
               STRING "ARQUIVO NAO ENCONTRADO (STATUS " W-FSDAT ")"
                   DELIMITED BY SIZE INTO W-MOTIVO
               END-STRING
               PERFORM 290-PULA-ARQUIVO
               GO TO 400-FIM
           END-IF

           PERFORM 401-TITULO-ARQUIVO

           IF W-BOK-NOME NOT = SPACES
               PERFORM 420-CALCULA-LAYOUT
               PERFORM 430-MONTA-VERIFICACOES
           ELSE
               MOVE 50 TO W-TAM-LAYOUT
           END-IF
           PERFORM 440-ACHA-CHAVE

           MOVE W-TAM-LAYOUT TO W-LAY-ED
           MOVE W-MIN-TAM TO W-TAM-ED
           MOVE SPACES TO DADOS-REL
           STRING "   TAMANHO DO REGISTRO: " W-LAY-ED
               "  MINIMO (ULTIMO BYTE NUMERICO): " W-TAM-ED
               "  CAMPOS A CONFERIR: " W-CHK-QTD
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           IF GRAVA-REJEITADOS
               MOVE SPACES TO W-ARQREJ
               STRING W-ARQDAT DELIMITED BY SPACES
                   ".REJ" DELIMITED BY SIZE INTO W-ARQREJ
               END-STRING
               OPEN OUTPUT ARQREJ
               IF W-FSREJ NOT = "00"
                   MOVE SPACES TO DADOS-REL
                   STRING "   *** ERRO AO ABRIR " W-ARQREJ
                       " - REJEITADOS NAO GRAVADOS"
                       DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
                   MOVE "N" TO W-OPC-REJ
               END-IF
           END-IF

           MOVE ZEROS TO W-QTD-LIDOS
           MOVE ZEROS TO W-QTD-REJEIT
           MOVE ZEROS TO W-QTD-ERR-TAM
           MOVE ZEROS TO W-QTD-ERR-SEQ
           MOVE ZEROS TO W-QTD-ERR-DUP
           MOVE ZEROS TO W-QTD-LISTA
           MOVE LOW-VALUES TO W-CHV-ANT
           MOVE "N" TO W-FIM-DAT
           PERFORM 450-LE-REGISTRO UNTIL FIM-DO-DAT

           CLOSE ARQDAT
           IF GRAVA-REJEITADOS
               CLOSE ARQREJ
           END-IF

           PERFORM 470-RESUMO-ARQUIVO.
       400-FIM.

      *>--IDENTIFICA O ARQUIVO NO RELATORIO
       401-TITULO-ARQUIVO SECTION.

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           IF W-BOK-NOME NOT = SPACES
               STRING "ARQUIVO " W-ARQDAT(1:30) " LAYOUT " W-BOK-NOME
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               STRING "ARQUIVO " W-ARQDAT(1:30)
                   " LAYOUT PADRAO (CHAVE X(10) + X(40))"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL.
       401-FIM.

      *>--CARREGA OS CAMPOS DO BOK NA TABELA DE LAYOUT, COM O
      *>--:PREFIX: JA TROCADO PELO PREFIXO DO ARQUIVO
       410-CARREGA-LAYOUT SECTION.

           MOVE SPACES TO W-ARQBOK
           STRING W-BOK-NOME DELIMITED BY SPACES
               ".bok" DELIMITED BY SIZE INTO W-ARQBOK
           END-STRING

           MOVE "N" TO W-FIM-BOK
           OPEN INPUT ARQBOK
           IF W-FSBOK = "00"
               PERFORM 412-LE-BOK UNTIL FIM-DO-BOK
               CLOSE ARQBOK
           END-IF.
       410-FIM.

      *>--LE UMA LINHA DO BOK
       412-LE-BOK SECTION.

           READ ARQBOK
               AT END
                   SET FIM-DO-BOK TO TRUE
               NOT AT END
                   PERFORM 413-PARSE-LINHA
           END-READ.
       412-FIM.

      *>--INTERPRETA UMA LINHA DO BOK (NIVEL, NOME E CLAUSULAS)
       413-PARSE-LINHA SECTION.

           IF DADOS-BOK(7:1) NOT = "*" AND DADOS-BOK NOT = SPACES
               MOVE SPACES TO W-TOKENS
               UNSTRING DADOS-BOK DELIMITED BY ALL " "
                   INTO W-TOKEN(1) W-TOKEN(2) W-TOKEN(3) W-TOKEN(4)
                        W-TOKEN(5) W-TOKEN(6) W-TOKEN(7) W-TOKEN(8)
                        W-TOKEN(9) W-TOKEN(10) W-TOKEN(11)
                        W-TOKEN(12)
               END-UNSTRING

               MOVE ZEROS TO W-TOK
               PERFORM 419-AVANCA-TOKEN
               IF W-TOK NOT > 12
                   IF W-TOKEN(W-TOK)(1:2) IS NUMERIC
                       AND W-TOKEN(W-TOK)(3:28) = SPACES
                       AND W-TOKEN(W-TOK)(1:2) NOT = "66"
                       AND W-TOKEN(W-TOK)(1:2) NOT = "88"
                       PERFORM 414-GUARDA-CAMPO
                   END-IF
               END-IF
           END-IF.
       413-FIM.

      *>--GUARDA NIVEL, NOME, PICTURE E CLAUSULAS DE UM CAMPO
       414-GUARDA-CAMPO SECTION.

           MOVE W-TOKEN(W-TOK)(1:2) TO W-NIVEL-TOK

           PERFORM 419-AVANCA-TOKEN
           IF W-TOK NOT > 12
               MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
               PERFORM 418-TIRA-PONTO
               MOVE W-TOK-LIMPA TO W-NOME-ORIG
               PERFORM 416-APLICA-PREFIXO
               MOVE W-NOME-RES TO W-NOME-TOK

               MOVE SPACES TO W-PIC-TOK
               MOVE ZEROS TO W-OCC-TOK
               MOVE SPACES TO W-RED-TOK
               MOVE SPACES TO W-USO-TOK
               PERFORM 415-EXAMINA-CLAUSULA UNTIL W-TOK > 12

               IF W-LAY-QTD < 999
                   ADD 1 TO W-LAY-QTD
                   MOVE W-NIVEL-TOK TO W-LAY-NIVEL(W-LAY-QTD)
                   MOVE W-NOME-TOK TO W-LAY-NOME(W-LAY-QTD)
                   MOVE W-PIC-TOK TO W-LAY-PIC(W-LAY-QTD)
                   MOVE W-OCC-TOK TO W-LAY-OCC(W-LAY-QTD)
                   MOVE W-RED-TOK TO W-LAY-RED(W-LAY-QTD)
                   MOVE W-USO-TOK TO W-LAY-USO(W-LAY-QTD)
                   MOVE ZEROS TO W-LAY-ERR-NUM(W-LAY-QTD)
                   MOVE ZEROS TO W-LAY-ERR-SIN(W-LAY-QTD)
                   MOVE ZEROS TO W-LAY-ERR-ARE(W-LAY-QTD)
               END-IF
           END-IF.
       414-FIM.

      *>--EXAMINA A PROXIMA CLAUSULA DA LINHA DO CAMPO
       415-EXAMINA-CLAUSULA SECTION.

           PERFORM 419-AVANCA-TOKEN
           IF W-TOK > 12
               CONTINUE
           ELSE
               MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
               PERFORM 418-TIRA-PONTO
               EVALUATE W-TOK-LIMPA
                   WHEN "PIC"
                   WHEN "PICTURE"
                       PERFORM 419-AVANCA-TOKEN
                       IF W-TOK NOT > 12
                           MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
                           PERFORM 418-TIRA-PONTO
                           MOVE W-TOK-LIMPA TO W-PIC-TOK
                       END-IF
                   WHEN "OCCURS"
                       PERFORM 419-AVANCA-TOKEN
                       IF W-TOK NOT > 12
                           MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
                           PERFORM 418-TIRA-PONTO
                           PERFORM 417-PEGA-NUMERO
                           MOVE W-NUM-TRAB TO W-OCC-TOK
                       END-IF
                   WHEN "REDEFINES"
                       PERFORM 419-AVANCA-TOKEN
                       IF W-TOK NOT > 12
                           MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
                           PERFORM 418-TIRA-PONTO
                           MOVE W-TOK-LIMPA TO W-NOME-ORIG
                           PERFORM 416-APLICA-PREFIXO
                           MOVE W-NOME-RES TO W-RED-TOK
                       END-IF
                   WHEN "COMP"
                   WHEN "COMPUTATIONAL"
                   WHEN "BINARY"
                       MOVE "CO" TO W-USO-TOK
                   WHEN "COMP-3"
                   WHEN "COMPUTATIONAL-3"
                   WHEN "PACKED-DECIMAL"
                       MOVE "C3" TO W-USO-TOK
                   WHEN "COMP-1"
                   WHEN "COMPUTATIONAL-1"
                       MOVE "C1" TO W-USO-TOK
                   WHEN "COMP-2"
                   WHEN "COMPUTATIONAL-2"
                       MOVE "C2" TO W-USO-TOK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       415-FIM.

      *>--TROCA A MARCA :PREFIX: PELO PREFIXO DO ARQUIVO E PASSA O
      *>--NOME P/ MAIUSCULAS
       416-APLICA-PREFIXO SECTION.

           MOVE W-NOME-ORIG TO W-NOME-RES
           MOVE ZEROS TO W-TALLY
           INSPECT W-NOME-ORIG TALLYING W-TALLY FOR ALL ":PREFIX:"
           IF W-TALLY > ZEROS AND W-PFX-ATUAL NOT = SPACES
               MOVE SPACES TO W-PARTE1
               MOVE SPACES TO W-PARTE2
               UNSTRING W-NOME-ORIG DELIMITED BY ":PREFIX:"
                   INTO W-PARTE1 W-PARTE2
               END-UNSTRING
               MOVE SPACES TO W-NOME-RES
               STRING W-PARTE1 DELIMITED BY SPACES
                   W-PFX-ATUAL DELIMITED BY SPACES
                   W-PARTE2 DELIMITED BY SPACES INTO W-NOME-RES
               END-STRING
           END-IF
           INSPECT W-NOME-RES
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       416-FIM.

      *>--EXTRAI O VALOR NUMERICO DE UM TOKEN (EX. DO OCCURS)
       417-PEGA-NUMERO SECTION.

           MOVE ZEROS TO W-NUM-TRAB
           PERFORM VARYING W-KK FROM 1 BY 1
               UNTIL W-KK > 3
               OR W-TOK-LIMPA(W-KK:1) = SPACE
               OR W-TOK-LIMPA(W-KK:1) < "0"
               OR W-TOK-LIMPA(W-KK:1) > "9"
               MOVE W-TOK-LIMPA(W-KK:1) TO W-DIG-X
               COMPUTE W-NUM-TRAB = W-NUM-TRAB * 10 + W-DIG-N
           END-PERFORM.
       417-FIM.

      *>--RETIRA O PONTO FINAL DE UM TOKEN DO BOK
       418-TIRA-PONTO SECTION.

           PERFORM VARYING W-KK FROM 30 BY -1
               UNTIL W-KK = ZEROS
               OR W-TOK-LIMPA(W-KK:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF W-KK > ZEROS AND W-TOK-LIMPA(W-KK:1) = "."
               MOVE SPACE TO W-TOK-LIMPA(W-KK:1)
           END-IF.
       418-FIM.

      *>--AVANCA PARA O PROXIMO TOKEN NAO BRANCO DA LINHA
       419-AVANCA-TOKEN SECTION.

           ADD 1 TO W-TOK
           PERFORM UNTIL W-TOK > 12
               OR W-TOKEN(W-TOK) NOT = SPACES
               ADD 1 TO W-TOK
           END-PERFORM.
       419-FIM.

      *>--PAI, TAMANHO E POSICAO DE CADA ITEM DO LAYOUT; O REGISTRO
      *>--TEM O TAMANHO DO MAIOR NIVEL 01
       420-CALCULA-LAYOUT SECTION.

      *>--PILHA DE NIVEIS COM SENTINELA 00 NA BASE
           MOVE 1 TO W-TOPO
           MOVE ZEROS TO W-PIL-NIVEL(1)
           MOVE ZEROS TO W-PIL-IDX(1)
           PERFORM 421-ACHA-PAI VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD

      *>--DE TRAS P/ FRENTE: OS SUBORDINADOS SOMAM NO GRUPO ANTES
      *>--DO GRUPO SER TOTALIZADO
           PERFORM 422-SOMA-GRUPO VARYING W-J FROM W-LAY-QTD BY -1
               UNTIL W-J = ZEROS

           PERFORM 423-CALCULA-POSICAO VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD

           MOVE ZEROS TO W-TAM-LAYOUT
           PERFORM 425-TAMANHO-REGISTRO VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD
           IF W-TAM-LAYOUT > 9999
               MOVE SPACES TO DADOS-REL
               STRING "   AVISO: REGISTRO COM MAIS DE 9999 POSICOES;"
                   " SO AS 9999 PRIMEIRAS SAO CONFERIDAS"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
               ADD 1 TO W-QTD-AVISO
               MOVE 9999 TO W-TAM-LAYOUT
           END-IF.
       420-FIM.

      *>--ACHA O GRUPO A QUE O ITEM PERTENCE E O TAMANHO DO PIC
       421-ACHA-PAI SECTION.

           MOVE W-LAY-NIVEL(W-J) TO W-NIV-CALC
           IF W-NIV-CALC = 77
               MOVE 1 TO W-NIV-CALC
           END-IF

           PERFORM 424-DESEMPILHA
               UNTIL W-PIL-NIVEL(W-TOPO) < W-NIV-CALC
           MOVE W-PIL-IDX(W-TOPO) TO W-LAY-PAI(W-J)

           IF W-TOPO < 50
               ADD 1 TO W-TOPO
               MOVE W-NIV-CALC TO W-PIL-NIVEL(W-TOPO)
               MOVE W-J TO W-PIL-IDX(W-TOPO)
           END-IF

           MOVE ZEROS TO W-LAY-UNID(W-J)
           IF W-LAY-PIC(W-J) NOT = SPACES
               MOVE W-LAY-PIC(W-J) TO W-CA-PIC
               MOVE W-LAY-USO(W-J) TO W-CA-USO
               PERFORM 480-CALC-TAMANHO
               MOVE W-CA-TAM TO W-LAY-UNID(W-J)
           END-IF.
       421-FIM.

      *>--TAMANHO TOTAL DO ITEM (COM OCCURS) SOMADO NO GRUPO PAI
       422-SOMA-GRUPO SECTION.

           MOVE 1 TO W-MULT
           IF W-LAY-OCC(W-J) NOT = ZEROS
               MOVE W-LAY-OCC(W-J) TO W-MULT
           END-IF
           COMPUTE W-LAY-TAM(W-J) = W-LAY-UNID(W-J) * W-MULT

           IF W-LAY-PAI(W-J) NOT = ZEROS
               AND W-LAY-RED(W-J) = SPACES
               ADD W-LAY-TAM(W-J) TO W-LAY-UNID(W-LAY-PAI(W-J))
           END-IF.
       422-FIM.

      *>--POSICAO DO ITEM: PROXIMO BYTE LIVRE DO GRUPO PAI, OU A
      *>--POSICAO DO ITEM REDEFINIDO (GUARDADO EM W-LAY-RID)
       423-CALCULA-POSICAO SECTION.

           MOVE ZEROS TO W-LAY-RID(W-J)
           IF W-LAY-PAI(W-J) = ZEROS
               MOVE ZEROS TO W-LAY-OFF(W-J)
               MOVE W-J TO W-LAY-REG(W-J)
           ELSE
               MOVE W-LAY-REG(W-LAY-PAI(W-J)) TO W-LAY-REG(W-J)
               IF W-LAY-RED(W-J) NOT = SPACES
                   MOVE W-LAY-CUR(W-LAY-PAI(W-J)) TO W-LAY-OFF(W-J)
                   PERFORM VARYING W-K FROM W-J BY -1
                       UNTIL W-K NOT > W-LAY-PAI(W-J)
                       IF W-LAY-NOME(W-K) = W-LAY-RED(W-J)
                           AND W-LAY-PAI(W-K) = W-LAY-PAI(W-J)
                           MOVE W-LAY-OFF(W-K) TO W-LAY-OFF(W-J)
                           MOVE W-K TO W-LAY-RID(W-J)
                           MOVE W-LAY-PAI(W-J) TO W-K
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE W-LAY-CUR(W-LAY-PAI(W-J)) TO W-LAY-OFF(W-J)
                   ADD W-LAY-TAM(W-J) TO W-LAY-CUR(W-LAY-PAI(W-J))
               END-IF
           END-IF
           MOVE W-LAY-OFF(W-J) TO W-LAY-CUR(W-J).
       423-FIM.

      *>--TIRA DA PILHA O NIVEL QUE NAO E MAIS GRUPO DO ITEM
       424-DESEMPILHA SECTION.

           SUBTRACT 1 FROM W-TOPO.
       424-FIM.

      *>--O REGISTRO DO ARQUIVO TEM O TAMANHO DO MAIOR NIVEL 01
       425-TAMANHO-REGISTRO SECTION.

           IF W-LAY-PAI(W-J) = ZEROS
               AND W-LAY-TAM(W-J) > W-TAM-LAYOUT
               MOVE W-LAY-TAM(W-J) TO W-TAM-LAYOUT
           END-IF.
       425-FIM.

      *>--MONTA A TABELA DE CAMPOS A CONFERIR E AS AREAS DE OCCURS
      *>--E REDEFINES. SO A VISAO PRINCIPAL (PRIMEIRO NIVEL 01, SEM
      *>--REDEFINES) E CONFERIDA: A VISAO ALTERNATIVA DEPENDE DO
      *>--TIPO DO REGISTRO, QUE O LAYOUT NAO DIZ
       430-MONTA-VERIFICACOES SECTION.

           MOVE ZEROS TO W-RAIZ
           PERFORM VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD OR W-RAIZ NOT = ZEROS
               IF W-LAY-PAI(W-J) = ZEROS
                   MOVE W-J TO W-RAIZ
               END-IF
           END-PERFORM

           PERFORM 431-EXAMINA-ITEM VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD

           IF W-CHK-MAIS = "S"
               MOVE SPACES TO DADOS-REL
               STRING "   AVISO: MAIS DE 3000 OCORRENCIAS DE CAMPOS"
                   " NUMERICOS; AS EXCEDENTES NAO SAO CONFERIDAS"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
               ADD 1 TO W-QTD-AVISO
           END-IF

           PERFORM 436-NUMERICO-DA-AREA VARYING W-A FROM 1 BY 1
               UNTIL W-A > W-ARE-QTD.
       430-FIM.

      *>--UM ITEM DO LAYOUT: CAMPO NUMERICO VIRA VERIFICACAO (UMA
      *>--POR OCORRENCIA); OCCURS OU REDEFINES DE FORA DE OCCURS
      *>--VIRA AREA
       431-EXAMINA-ITEM SECTION.

           MOVE "N" TO W-EM-OCC
           MOVE "N" TO W-EM-RED
           MOVE ZEROS TO W-CAD-QTD
           IF W-LAY-REG(W-J) NOT = W-RAIZ
               SET ITEM-EM-REDEFINES TO TRUE
           END-IF
           IF W-LAY-RED(W-J) NOT = SPACES
               SET ITEM-EM-REDEFINES TO TRUE
           END-IF
           IF W-LAY-OCC(W-J) NOT = ZEROS
               ADD 1 TO W-CAD-QTD
               MOVE W-LAY-OCC(W-J) TO W-CAD-OCC(W-CAD-QTD)
               MOVE W-LAY-UNID(W-J) TO W-CAD-UNID(W-CAD-QTD)
           END-IF

      *>--OS GRUPOS ACIMA DO ITEM
           MOVE W-LAY-PAI(W-J) TO W-K
           PERFORM 432-SOBE-GRUPO UNTIL W-K = ZEROS

      *>--AREA: OCCURS OU REDEFINES (ABAIXO DO 01) FORA DE OCCURS
           IF NOT ITEM-EM-OCCURS AND W-LAY-PAI(W-J) NOT = ZEROS
               AND (W-LAY-OCC(W-J) NOT = ZEROS
                    OR W-LAY-RED(W-J) NOT = SPACES)
               PERFORM 434-GUARDA-AREA
           END-IF

           IF NOT ITEM-EM-REDEFINES AND W-LAY-PIC(W-J) NOT = SPACES
               MOVE W-LAY-PIC(W-J) TO W-CA-PIC
               PERFORM 433-CLASSIFICA-PIC
               IF W-LAY-USO(W-J) = "C3"
                   OR (W-LAY-USO(W-J) = SPACES AND PIC-NUMERICO)
                   MOVE 1 TO W-TOT-OCOR
                   PERFORM VARYING W-K FROM 1 BY 1
                       UNTIL W-K > W-CAD-QTD
                       MULTIPLY W-CAD-OCC(W-K) BY W-TOT-OCOR
                   END-PERFORM
                   PERFORM 435-GUARDA-VERIFICACAO VARYING W-N
                       FROM 1 BY 1 UNTIL W-N > W-TOT-OCOR
               END-IF
           END-IF.
       431-FIM.

      *>--UM GRUPO ACIMA DO ITEM: OCCURS ENTRA NO CALCULO DAS
      *>--OCORRENCIAS, REDEFINES TIRA O ITEM DA VISAO PRINCIPAL
       432-SOBE-GRUPO SECTION.

           IF W-LAY-OCC(W-K) NOT = ZEROS
               SET ITEM-EM-OCCURS TO TRUE
               IF W-CAD-QTD < 20
                   ADD 1 TO W-CAD-QTD
                   MOVE W-LAY-OCC(W-K) TO W-CAD-OCC(W-CAD-QTD)
                   MOVE W-LAY-UNID(W-K) TO W-CAD-UNID(W-CAD-QTD)
               END-IF
           END-IF
           IF W-LAY-RED(W-K) NOT = SPACES
               SET ITEM-EM-REDEFINES TO TRUE
           END-IF
           MOVE W-LAY-PAI(W-K) TO W-K.
       432-FIM.

      *>--PIC NUMERICO SEM EDICAO: SO S, 9, V, P E REPETICAO
       433-CLASSIFICA-PIC SECTION.

           SET PIC-NUMERICO TO TRUE
           MOVE ZEROS TO W-TALLY
           INSPECT W-CA-PIC TALLYING W-TALLY FOR ALL "9"
           IF W-TALLY = ZEROS
               MOVE "N" TO W-PIC-NUM
           END-IF
           PERFORM VARYING W-CA-IDX FROM 1 BY 1
               UNTIL W-CA-IDX > 20
               OR W-CA-PIC(W-CA-IDX:1) = SPACE
               IF W-CA-PIC(W-CA-IDX:1) NOT NUMERIC
                   AND W-CA-PIC(W-CA-IDX:1) NOT = "S"
                   AND W-CA-PIC(W-CA-IDX:1) NOT = "V"
                   AND W-CA-PIC(W-CA-IDX:1) NOT = "P"
                   AND W-CA-PIC(W-CA-IDX:1) NOT = "("
                   AND W-CA-PIC(W-CA-IDX:1) NOT = ")"
                   AND W-CA-PIC(W-CA-IDX:1) NOT = "s"
                   AND W-CA-PIC(W-CA-IDX:1) NOT = "v"
                   AND W-CA-PIC(W-CA-IDX:1) NOT = "p"
                   MOVE "N" TO W-PIC-NUM
               END-IF
           END-PERFORM.
       433-FIM.

      *>--GUARDA UMA AREA DE OCCURS OU REDEFINES E CONFERE SE O
      *>--REDEFINES CABE NO ITEM REDEFINIDO E NO REGISTRO
       434-GUARDA-AREA SECTION.

           IF W-ARE-QTD < 200
               ADD 1 TO W-ARE-QTD
               MOVE W-J TO W-ARE-LAY(W-ARE-QTD)
               COMPUTE W-ARE-INI(W-ARE-QTD) = W-LAY-OFF(W-J) + 1
               COMPUTE W-ARE-FIM(W-ARE-QTD) =
                   W-LAY-OFF(W-J) + W-LAY-TAM(W-J)
               MOVE ZEROS TO W-ARE-NUM(W-ARE-QTD)
           END-IF

           IF W-LAY-RED(W-J) NOT = SPACES
               AND W-LAY-RID(W-J) NOT = ZEROS
               AND W-LAY-TAM(W-J) > W-LAY-TAM(W-LAY-RID(W-J))
               MOVE W-LAY-TAM(W-J) TO W-TAM-ED
               MOVE W-LAY-TAM(W-LAY-RID(W-J)) TO W-LAY-ED
               MOVE SPACES TO DADOS-REL
               STRING "   AVISO: REDEFINES " W-LAY-NOME(W-J)
                   " (" W-TAM-ED ") MAIOR QUE " W-LAY-RED(W-J)
                   " (" W-LAY-ED ")"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
               ADD 1 TO W-QTD-AVISO
           END-IF

           IF W-LAY-OFF(W-J) + W-LAY-TAM(W-J) > W-TAM-LAYOUT
               MOVE SPACES TO DADOS-REL
               STRING "   AVISO: AREA DE " W-LAY-NOME(W-J)
                   " NAO CABE NO REGISTRO DO LAYOUT"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
               ADD 1 TO W-QTD-AVISO
           END-IF.
       434-FIM.

      *>--UMA OCORRENCIA DO CAMPO: POSICAO = POSICAO DA PRIMEIRA
      *>--OCORRENCIA + O DESLOCAMENTO DE CADA OCCURS ACIMA DELE
       435-GUARDA-VERIFICACAO SECTION.

           IF W-CHK-QTD NOT < 3000
               MOVE "S" TO W-CHK-MAIS
               GO TO 435-FIM
           END-IF

           COMPUTE W-RESTO = W-N - 1
           COMPUTE W-POS-CALC = W-LAY-OFF(W-J) + 1
           PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > W-CAD-QTD
               DIVIDE W-RESTO BY W-CAD-OCC(W-K)
                   GIVING W-RESTO REMAINDER W-IDX
               COMPUTE W-POS-CALC =
                   W-POS-CALC + W-IDX * W-CAD-UNID(W-K)
           END-PERFORM

           IF W-POS-CALC + W-LAY-UNID(W-J) - 1 > W-TAM-LAYOUT
               GO TO 435-FIM
           END-IF

           ADD 1 TO W-CHK-QTD
           MOVE W-J TO W-CHK-LAY(W-CHK-QTD)
           MOVE ZEROS TO W-CHK-OCOR(W-CHK-QTD)
           IF W-TOT-OCOR > 1
               MOVE W-N TO W-CHK-OCOR(W-CHK-QTD)
           END-IF
           MOVE W-POS-CALC TO W-CHK-POS(W-CHK-QTD)
           MOVE W-LAY-UNID(W-J) TO W-CHK-TAM(W-CHK-QTD)
           IF W-LAY-USO(W-J) = "C3"
               SET CHK-COMPACTADO(W-CHK-QTD) TO TRUE
           ELSE
               SET CHK-ZONADO(W-CHK-QTD) TO TRUE
           END-IF
           MOVE "N" TO W-CHK-SINAL(W-CHK-QTD)
           IF W-LAY-PIC(W-J)(1:1) = "S" OR W-LAY-PIC(W-J)(1:1) = "s"
               SET CHK-COM-SINAL(W-CHK-QTD) TO TRUE
           END-IF

           COMPUTE W-ULT-POS = W-POS-CALC + W-LAY-UNID(W-J) - 1
           IF W-ULT-POS > W-MIN-TAM
               MOVE W-ULT-POS TO W-MIN-TAM
           END-IF.
       435-FIM.

      *>--ULTIMO BYTE NUMERICO DENTRO DA AREA
       436-NUMERICO-DA-AREA SECTION.

           PERFORM VARYING W-C FROM 1 BY 1 UNTIL W-C > W-CHK-QTD
               COMPUTE W-ULT-POS =
                   W-CHK-POS(W-C) + W-CHK-TAM(W-C) - 1
               IF W-CHK-POS(W-C) NOT < W-ARE-INI(W-A)
                   AND W-ULT-POS NOT > W-ARE-FIM(W-A)
                   AND W-ULT-POS > W-ARE-NUM(W-A)
                   MOVE W-ULT-POS TO W-ARE-NUM(W-A)
               END-IF
           END-PERFORM.
       436-FIM.

      *>--POSICAO E TAMANHO DA CHAVE P/ O TESTE DE SEQUENCIA
       440-ACHA-CHAVE SECTION.

           IF W-CHAVE-NOME = SPACES
               GO TO 440-FIM
           END-IF

           INSPECT W-CHAVE-NOME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *>--REGISTRO PADRAO: A CHAVE SAO AS 10 PRIMEIRAS POSICOES
           IF W-BOK-NOME = SPACES
               MOVE 1 TO W-CHV-POS
               MOVE 10 TO W-CHV-TAM
               SET TESTA-SEQUENCIA TO TRUE
               GO TO 440-FIM
           END-IF

           MOVE ZEROS TO W-K
           PERFORM VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD OR W-K NOT = ZEROS
               IF W-LAY-NOME(W-J) = W-CHAVE-NOME
                   MOVE W-J TO W-K
               END-IF
           END-PERFORM

           IF W-K = ZEROS
               MOVE SPACES TO DADOS-REL
               STRING "   AVISO: CHAVE " W-CHAVE-NOME
                   " NAO EXISTE NO LAYOUT - SEM TESTE DE SEQUENCIA"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
               ADD 1 TO W-QTD-AVISO
               GO TO 440-FIM
           END-IF

           MOVE W-K TO W-J
           MOVE "N" TO W-EM-OCC
           PERFORM UNTIL W-K = ZEROS
               IF W-LAY-OCC(W-K) NOT = ZEROS
                   SET ITEM-EM-OCCURS TO TRUE
               END-IF
               MOVE W-LAY-PAI(W-K) TO W-K
           END-PERFORM
           IF ITEM-EM-OCCURS
               MOVE SPACES TO DADOS-REL
               STRING "   AVISO: CHAVE " W-CHAVE-NOME
                   " DENTRO DE OCCURS - SEM TESTE DE SEQUENCIA"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
               ADD 1 TO W-QTD-AVISO
               GO TO 440-FIM
           END-IF

           COMPUTE W-CHV-POS = W-LAY-OFF(W-J) + 1
           MOVE W-LAY-TAM(W-J) TO W-CHV-TAM
           IF W-CHV-TAM > 256
               MOVE 256 TO W-CHV-TAM
           END-IF
           IF W-CHV-POS + W-CHV-TAM - 1 NOT > 9999
               SET TESTA-SEQUENCIA TO TRUE
               MOVE W-CHV-POS TO W-POS-ED
               MOVE W-CHV-TAM TO W-TAM-ED
               MOVE SPACES TO DADOS-REL
               STRING "   CHAVE " W-CHAVE-NOME " POSICAO " W-POS-ED
                   " TAMANHO " W-TAM-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF.
       440-FIM.

      *>--LE E CONFERE UM REGISTRO DO ARQUIVO
       450-LE-REGISTRO SECTION.

           READ ARQDAT
               AT END
                   SET FIM-DO-DAT TO TRUE
                   GO TO 450-FIM
           END-READ

           ADD 1 TO W-QTD-LIDOS
           MOVE "N" TO W-ERRO-REG
           MOVE SPACES TO W-REG-TRAB
           IF W-TAM-LIDO > ZEROS
               MOVE REG-DAT(1:W-TAM-LIDO) TO W-REG-TRAB
           END-IF

           PERFORM 451-CONFERE-TAMANHO
           PERFORM 452-CONFERE-CAMPO VARYING W-C FROM 1 BY 1
               UNTIL W-C > W-CHK-QTD
           PERFORM 455-CONFERE-AREA VARYING W-A FROM 1 BY 1
               UNTIL W-A > W-ARE-QTD
           IF TESTA-SEQUENCIA
               PERFORM 456-CONFERE-CHAVE
           END-IF

           IF REGISTRO-COM-ERRO
               ADD 1 TO W-QTD-REJEIT
               IF GRAVA-REJEITADOS AND W-TAM-LIDO > ZEROS
                   MOVE W-TAM-LIDO TO W-TAM-REJ
                   MOVE REG-DAT(1:W-TAM-LIDO) TO REG-REJ
                   WRITE REG-REJ
               END-IF
           END-IF.
       450-FIM.

      *>--TAMANHO: MAIOR QUE O LAYOUT, OU CURTO A PONTO DE FALTAR
      *>--CAMPO NUMERICO (OS BRANCOS DO FIM NAO VEM NO ARQUIVO)
       451-CONFERE-TAMANHO SECTION.

           MOVE SPACES TO W-MSG-CAMPO
           MOVE W-TAM-LIDO TO W-POS-ED
           MOVE W-TAM-LAYOUT TO W-LAY-ED
           MOVE SPACES TO W-MOTIVO
           EVALUATE TRUE
               WHEN W-TAM-LIDO > W-TAM-LAYOUT
                   STRING "TAMANHO " W-POS-ED " MAIOR QUE O LAYOUT ("
                       W-LAY-ED ")" DELIMITED BY SIZE INTO W-MOTIVO
                   END-STRING
               WHEN W-TAM-LIDO < W-MIN-TAM
                   STRING "TAMANHO " W-POS-ED " MENOR QUE O LAYOUT ("
                       W-LAY-ED ")" DELIMITED BY SIZE INTO W-MOTIVO
                   END-STRING
               WHEN OTHER
                   GO TO 451-FIM
           END-EVALUATE

           MOVE "(REGISTRO)" TO W-MSG-CAMPO
           ADD 1 TO W-QTD-ERR-TAM
           MOVE ZEROS TO W-P
           PERFORM 459-LISTA-ERRO.
       451-FIM.

      *>--CONFERE UMA OCORRENCIA DE CAMPO NUMERICO (A PARTE QUE
      *>--FALTA NUM REGISTRO CURTO JA SAIU COMO ERRO DE TAMANHO)
       452-CONFERE-CAMPO SECTION.

           COMPUTE W-ULT-POS = W-CHK-POS(W-C) + W-CHK-TAM(W-C) - 1
           IF W-ULT-POS > W-TAM-LIDO AND W-TAM-LIDO < W-TAM-LAYOUT
               GO TO 452-FIM
           END-IF

           MOVE "N" TO W-ERR-NUM
           MOVE "N" TO W-ERR-SIN
           IF CHK-COMPACTADO(W-C)
               PERFORM 454-EXAMINA-BYTE VARYING W-P
                   FROM W-CHK-POS(W-C) BY 1 UNTIL W-P > W-ULT-POS
           ELSE
               PERFORM 453-CONFERE-ZONADO
           END-IF

           IF CAMPO-NAO-NUMERICO OR CAMPO-SINAL-INVALIDO
               MOVE W-CHK-LAY(W-C) TO W-J
               MOVE SPACES TO W-MSG-CAMPO
               IF W-CHK-OCOR(W-C) = ZEROS
                   MOVE W-LAY-NOME(W-J) TO W-MSG-CAMPO
               ELSE
                   MOVE W-CHK-OCOR(W-C) TO W-OCC-ED
                   MOVE ZEROS TO W-TALLY
                   INSPECT W-OCC-ED TALLYING W-TALLY
                       FOR LEADING SPACES
                   STRING W-LAY-NOME(W-J) DELIMITED BY SPACES
                       "(" DELIMITED BY SIZE
                       W-OCC-ED(W-TALLY + 1:) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE INTO W-MSG-CAMPO
                   END-STRING
               END-IF
               MOVE SPACES TO W-MOTIVO
               IF CAMPO-NAO-NUMERICO
                   ADD 1 TO W-LAY-ERR-NUM(W-J)
                   IF CHK-COMPACTADO(W-C)
                       MOVE "COMP-3 NAO NUMERICO" TO W-MOTIVO
                   ELSE
                       STRING "NAO NUMERICO: "
                           W-REG-TRAB(W-CHK-POS(W-C):W-CHK-TAM(W-C))
                           DELIMITED BY SIZE INTO W-MOTIVO
                       END-STRING
                   END-IF
               ELSE
                   ADD 1 TO W-LAY-ERR-SIN(W-J)
                   IF CHK-COM-SINAL(W-C)
                       MOVE "SINAL INVALIDO" TO W-MOTIVO
                   ELSE
                       MOVE "SINAL INVALIDO (CAMPO SEM SINAL)"
                           TO W-MOTIVO
                   END-IF
               END-IF
               MOVE W-CHK-POS(W-C) TO W-P
               PERFORM 459-LISTA-ERRO
           END-IF.
       452-FIM.

      *>--CAMPO ZONADO: DIGITOS E, NO ULTIMO BYTE, DIGITO OU SINAL
      *>--EMBUTIDO (SO SE O PIC TIVER S)
       453-CONFERE-ZONADO SECTION.

           IF W-CHK-TAM(W-C) > 1
               IF W-REG-TRAB(W-CHK-POS(W-C):W-CHK-TAM(W-C) - 1)
                   NOT NUMERIC
                   SET CAMPO-NAO-NUMERICO TO TRUE
                   GO TO 453-FIM
               END-IF
           END-IF

           IF W-REG-TRAB(W-ULT-POS:1) IS NUMERIC
               GO TO 453-FIM
           END-IF

           MOVE ZEROS TO W-TALLY
           INSPECT W-SINAIS TALLYING W-TALLY
               FOR ALL W-REG-TRAB(W-ULT-POS:1)
           IF W-TALLY = ZEROS
               SET CAMPO-NAO-NUMERICO TO TRUE
           ELSE
               IF NOT CHK-COM-SINAL(W-C)
                   SET CAMPO-SINAL-INVALIDO TO TRUE
               END-IF
           END-IF.
       453-FIM.

      *>--UM BYTE DO CAMPO COMP-3: DOIS DIGITOS (0-9) OU, NO
      *>--ULTIMO BYTE, DIGITO + SINAL (C/D/F; SEM S NO PIC: F OU C)
       454-EXAMINA-BYTE SECTION.

           MOVE LOW-VALUES TO W-BYTE-X
           MOVE W-REG-TRAB(W-P:1) TO W-BYTE-X(2:1)
           DIVIDE W-BYTE-BIN BY 16
               GIVING W-NIB-ALTO REMAINDER W-NIB-BAIXO

           IF W-NIB-ALTO > 9
               SET CAMPO-NAO-NUMERICO TO TRUE
           END-IF

           IF W-P < W-ULT-POS
               IF W-NIB-BAIXO > 9
                   SET CAMPO-NAO-NUMERICO TO TRUE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN W-NIB-BAIXO = 15
                   WHEN W-NIB-BAIXO = 12
                       CONTINUE
                   WHEN W-NIB-BAIXO = 13 AND CHK-COM-SINAL(W-C)
                       CONTINUE
                   WHEN OTHER
                       SET CAMPO-SINAL-INVALIDO TO TRUE
               END-EVALUATE
           END-IF.
       454-FIM.

      *>--AREA DE OCCURS/REDEFINES CORTADA: O REGISTRO TERMINA NO
      *>--MEIO DELA E FALTA PARTE NUMERICA
       455-CONFERE-AREA SECTION.

           IF W-TAM-LIDO NOT < W-ARE-INI(W-A)
               AND W-TAM-LIDO < W-ARE-NUM(W-A)
               MOVE W-ARE-LAY(W-A) TO W-J
               ADD 1 TO W-LAY-ERR-ARE(W-J)
               MOVE W-LAY-NOME(W-J) TO W-MSG-CAMPO
               MOVE W-ARE-FIM(W-A) TO W-LAY-ED
               MOVE W-TAM-LIDO TO W-TAM-ED
               MOVE SPACES TO W-MOTIVO
               IF W-LAY-OCC(W-J) NOT = ZEROS
                   STRING "OCCURS ATE " W-LAY-ED
                       " NAO CABE NO REGISTRO DE " W-TAM-ED
                       DELIMITED BY SIZE INTO W-MOTIVO
                   END-STRING
               ELSE
                   STRING "REDEFINES ATE " W-LAY-ED
                       " NAO CABE NO REGISTRO DE " W-TAM-ED
                       DELIMITED BY SIZE INTO W-MOTIVO
                   END-STRING
               END-IF
               MOVE W-ARE-INI(W-A) TO W-P
               PERFORM 459-LISTA-ERRO
           END-IF.
       455-FIM.

      *>--CHAVE EM ORDEM ASCENDENTE, SEM REPETICAO
       456-CONFERE-CHAVE SECTION.

           MOVE SPACES TO W-CHV-ATU
           MOVE W-REG-TRAB(W-CHV-POS:W-CHV-TAM) TO W-CHV-ATU

           IF W-QTD-LIDOS > 1
               MOVE W-CHAVE-NOME TO W-MSG-CAMPO
               MOVE SPACES TO W-MOTIVO
               EVALUATE TRUE
                   WHEN W-CHV-ATU < W-CHV-ANT
                       ADD 1 TO W-QTD-ERR-SEQ
                       MOVE "CHAVE FORA DE SEQUENCIA" TO W-MOTIVO
                   WHEN W-CHV-ATU = W-CHV-ANT
                       ADD 1 TO W-QTD-ERR-DUP
                       MOVE "CHAVE DUPLICADA" TO W-MOTIVO
               END-EVALUATE
               IF W-MOTIVO NOT = SPACES
                   MOVE W-CHV-POS TO W-P
                   PERFORM 459-LISTA-ERRO
               END-IF
           END-IF

           MOVE W-CHV-ATU TO W-CHV-ANT.
       456-FIM.

      *>--LISTA UM ERRO DO REGISTRO (ATE O MAXIMO PEDIDO)
       459-LISTA-ERRO SECTION.

           SET REGISTRO-COM-ERRO TO TRUE

           IF W-MAX-LISTA NOT = ZEROS AND W-QTD-LISTA NOT < W-MAX-LISTA
               IF W-QTD-LISTA = W-MAX-LISTA
                   MOVE SPACES TO DADOS-REL
                   STRING "   ... LIMITE DE ERROS LISTADOS ATINGIDO;"
                       " OS DEMAIS SO ENTRAM NOS TOTAIS"
                       DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
                   ADD 1 TO W-QTD-LISTA
               END-IF
               GO TO 459-FIM
           END-IF

           ADD 1 TO W-QTD-LISTA
           MOVE W-QTD-LIDOS TO W-REG-ED
           MOVE SPACES TO DADOS-REL
           IF W-P = ZEROS
               STRING "   REG " W-REG-ED "  " W-MSG-CAMPO
                   "            " W-MOTIVO
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               MOVE W-P TO W-POS-ED
               STRING "   REG " W-REG-ED "  " W-MSG-CAMPO
                   " POS " W-POS-ED "  " W-MOTIVO
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL.
       459-FIM.

      *>--TOTAIS DO ARQUIVO: ERROS POR CAMPO E ACEITO/REJEITADO
       470-RESUMO-ARQUIVO SECTION.

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE W-QTD-LIDOS TO W-REG-ED
           MOVE W-QTD-REJEIT TO W-QTD-ED
           MOVE SPACES TO DADOS-REL
           STRING "   REGISTROS LIDOS: " W-REG-ED
               "   REGISTROS COM ERRO: " W-QTD-ED
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "   ERROS POR CAMPO" DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           IF W-QTD-ERR-TAM > ZEROS
               MOVE W-QTD-ERR-TAM TO W-QTD-ED
               MOVE SPACES TO DADOS-REL
               STRING "      (REGISTRO)                    "
                   "TAMANHO ERRADO........: " W-QTD-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF
           IF W-QTD-ERR-SEQ > ZEROS
               MOVE W-QTD-ERR-SEQ TO W-QTD-ED
               MOVE SPACES TO DADOS-REL
               STRING "      " W-CHAVE-NOME
                   "FORA DE SEQUENCIA.....: " W-QTD-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF
           IF W-QTD-ERR-DUP > ZEROS
               MOVE W-QTD-ERR-DUP TO W-QTD-ED
               MOVE SPACES TO DADOS-REL
               STRING "      " W-CHAVE-NOME
                   "CHAVE DUPLICADA.......: " W-QTD-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF
           PERFORM 471-ERROS-DO-CAMPO VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-LAY-QTD

           MOVE SPACES TO DADOS-REL
           IF W-QTD-REJEIT = ZEROS
               ADD 1 TO W-QTD-ARQ-OK
               STRING "   *** ARQUIVO " W-ARQDAT(1:30) " ACEITO ***"
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               ADD 1 TO W-QTD-ARQ-REJ
               STRING "   *** ARQUIVO " W-ARQDAT(1:30)
                   " REJEITADO ***" DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL.
       470-FIM.

      *>--ERROS DE UM CAMPO DO LAYOUT
       471-ERROS-DO-CAMPO SECTION.

           IF W-LAY-ERR-NUM(W-J) > ZEROS
               MOVE W-LAY-ERR-NUM(W-J) TO W-QTD-ED
               MOVE SPACES TO DADOS-REL
               STRING "      " W-LAY-NOME(W-J)
                   "NAO NUMERICO..........: " W-QTD-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF
           IF W-LAY-ERR-SIN(W-J) > ZEROS
               MOVE W-LAY-ERR-SIN(W-J) TO W-QTD-ED
               MOVE SPACES TO DADOS-REL
               STRING "      " W-LAY-NOME(W-J)
                   "SINAL INVALIDO........: " W-QTD-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF
           IF W-LAY-ERR-ARE(W-J) > ZEROS
               MOVE W-LAY-ERR-ARE(W-J) TO W-QTD-ED
               MOVE SPACES TO DADOS-REL
               STRING "      " W-LAY-NOME(W-J)
                   "AREA NAO CABE.........: " W-QTD-ED
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF.
       471-FIM.

      *>--CALCULA O TAMANHO EM BYTES DE UM PIC (UMA OCORRENCIA)
       480-CALC-TAMANHO SECTION.

           MOVE ZEROS TO W-CA-TAM
           MOVE ZEROS TO W-CA-DIGITOS
           MOVE "N" TO W-CA-ULT9
           MOVE ZEROS TO W-CA-REP

           PERFORM VARYING W-CA-IDX FROM 1 BY 1
               UNTIL W-CA-IDX > 20
               OR W-CA-PIC(W-CA-IDX:1) = SPACE
               EVALUATE W-CA-PIC(W-CA-IDX:1)
                   WHEN "9"
                       ADD 1 TO W-CA-TAM
                       ADD 1 TO W-CA-DIGITOS
                       MOVE "S" TO W-CA-ULT9
                   WHEN "X"
                   WHEN "A"
                       ADD 1 TO W-CA-TAM
                       MOVE "N" TO W-CA-ULT9
                   WHEN "S"
                   WHEN "V"
                       CONTINUE
                   WHEN "("
                       PERFORM 485-PEGA-REPETICAO
                   WHEN OTHER
                       ADD 1 TO W-CA-TAM
                       MOVE "N" TO W-CA-ULT9
               END-EVALUATE
           END-PERFORM

      *>--USO COMP/COMP-3 MUDA O TAMANHO FISICO
           EVALUATE TRUE
               WHEN W-CA-USO = "CO"
                   IF W-CA-DIGITOS > 9
                       MOVE 8 TO W-CA-TAM
                   ELSE
                       IF W-CA-DIGITOS > 4
                           MOVE 4 TO W-CA-TAM
                       ELSE
                           MOVE 2 TO W-CA-TAM
                       END-IF
                   END-IF
               WHEN W-CA-USO = "C3"
                   COMPUTE W-CA-TAM = W-CA-DIGITOS / 2 + 1
               WHEN W-CA-USO = "C1"
                   MOVE 4 TO W-CA-TAM
               WHEN W-CA-USO = "C2"
                   MOVE 8 TO W-CA-TAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       480-FIM.

      *>--TRATA O FATOR DE REPETICAO (N) DO PIC
       485-PEGA-REPETICAO SECTION.

           MOVE ZEROS TO W-CA-REP
           ADD 1 TO W-CA-IDX
           PERFORM UNTIL W-CA-IDX > 20
               OR W-CA-PIC(W-CA-IDX:1) = ")"
               OR W-CA-PIC(W-CA-IDX:1) = SPACE
               MOVE W-CA-PIC(W-CA-IDX:1) TO W-DIG-X
               COMPUTE W-CA-REP = W-CA-REP * 10 + W-DIG-N
               ADD 1 TO W-CA-IDX
           END-PERFORM

           IF W-CA-REP > 1
               ADD W-CA-REP TO W-CA-TAM
               SUBTRACT 1 FROM W-CA-TAM
               IF W-CA-ULT9 = "S"
                   ADD W-CA-REP TO W-CA-DIGITOS
                   SUBTRACT 1 FROM W-CA-DIGITOS
               END-IF
           END-IF.
       485-FIM.
