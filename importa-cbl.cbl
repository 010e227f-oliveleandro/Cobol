       IDENTIFICATION DIVISION.
       PROGRAM-ID. importa-cbl.
       AUTHOR.     "LEANDRO O.C. 20261015".
      *>--IMPORTA NO AMBIENTE DE DESTINO UM PACOTE DE PROMOCAO
      *>--GRAVADO PELO exporta-cbl: CONFERE O TRANSPORTE PELO
      *>--MANIFESTO, COMPARA O FINGERPRINT DE CADA BOK COM A COPIA DO
      *>--DESTINO, RECUSA VERSAO MAIS VELHA QUE A DE PRODUCAO, FAZ O
      *>--BACKUP .Vnnn DO FONTE ATUAL, INSTALA OS ARQUIVOS, CATALOGA
      *>--COM A VERSAO DE ORIGEM E EMITE O RECIBO (RECIBO.LST)
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT CATALOGO ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CAT-CHAVE
               ALTERNATE RECORD KEY IS CAT-DATA
                   WITH DUPLICATES
               FILE STATUS     IS W-FSCAT.

           SELECT ARQTRP ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSTRP.

           SELECT ARQTXT ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSTXT.

           SELECT ARQSAI ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSSAI.

           SELECT RELREC ASSIGN TO DISK
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

      *>--ARQUIVO DE TRANSPORTE (LAYOUT DO exporta-cbl)
           FD  ARQTRP
               VALUE OF FILE-ID IS W-ARQTRP.

           01  REG-TRP.
               05  TRP-TIPO    PIC X(01).
                   88  TRP-CABECALHO  VALUE "P".
                   88  TRP-CATALOGO   VALUE "C".
                   88  TRP-MANIFESTO  VALUE "M".
                   88  TRP-INICIO-ARQ VALUE "I".
                   88  TRP-LINHA      VALUE "T".
                   88  TRP-FIM-ARQ    VALUE "F".
                   88  TRP-FECHAMENTO VALUE "Z".
               05  TRP-DADO    PIC X(458).

           01  REG-TRP-CAB.
               05  FILLER        PIC X(01).
               05  TRP-PROGRAMA  PIC X(10).
               05  TRP-VERSAO    PIC 9(03).
               05  TRP-DATA-EXP  PIC X(10).
               05  TRP-HORA-EXP  PIC X(05).
               05  TRP-RESPONSAVEL PIC X(30).
               05  TRP-QTD-ARQ   PIC 9(03).
               05  FILLER        PIC X(397).

           01  REG-TRP-MAN.
               05  FILLER        PIC X(01).
               05  TRM-CLASSE    PIC X(03).
               05  TRM-NOME      PIC X(14).
               05  TRM-LINHAS    PIC 9(05).
               05  TRM-HASH      PIC 9(09).
               05  TRM-HASH-SPC  PIC X(09).
               05  TRM-HASH-BOK  PIC X(09).
               05  FILLER        PIC X(409).

           01  REG-TRP-ARQ.
               05  FILLER        PIC X(01).
               05  TRI-NOME      PIC X(14).
               05  FILLER        PIC X(444).

           01  REG-TRP-FIM.
               05  FILLER        PIC X(01).
               05  TRZ-QTD-ARQ   PIC 9(03).
               05  TRZ-QTD-REG   PIC 9(07).
               05  FILLER        PIC X(448).

           FD  ARQTXT
               VALUE OF FILE-ID IS W-ARQTXT.

           01  REG-TXT.
               05  DADOS-TXT   PIC X(80).

           FD  ARQSAI
               VALUE OF FILE-ID IS W-ARQSAI.

           01  REG-SAI.
               05  DADOS-SAI   PIC X(80).

           FD  RELREC
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(100) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSCAT     PIC X(02) VALUE SPACES.
           05  W-FSTRP     PIC X(02) VALUE SPACES.
           05  W-FSTXT     PIC X(02) VALUE SPACES.
           05  W-FSSAI     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQCAT    PIC X(50) VALUE "CATALOGO.DAT".
           05  W-ARQTRP    PIC X(50) VALUE SPACES.
           05  W-ARQTXT    PIC X(50) VALUE SPACES.
           05  W-ARQSAI    PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "RECIBO.LST".

       01  W-VAR.
           05  W-RESPONSAVEL PIC X(30) VALUE SPACES.
           05  W-MUDANCA     PIC X(15) VALUE SPACES.
           05  W-CONFIRMA    PIC X(01) VALUE SPACE.
               88  CONFIRMA-SIM VALUE "S" "s".
           05  W-MANTEM      PIC X(01) VALUE SPACE.
               88  MANTEM-BOKS-DESTINO VALUE "S" "s".
           05  W-FIM-TRP     PIC X(01) VALUE "N".
               88  FIM-DO-TRANSPORTE VALUE "S".
           05  W-FIM-TXT     PIC X(01) VALUE "N".
               88  FIM-DO-TEXTO VALUE "S".
           05  W-FIM-CAT     PIC X(01) VALUE "N".
               88  FIM-DAS-VERSOES VALUE "S".
           05  W-CAT-ABERTO  PIC X(01) VALUE "N".
               88  CATALOGO-ABERTO VALUE "S".
           05  W-TEM-CAB     PIC X(01) VALUE "N".
           05  W-TEM-CAT     PIC X(01) VALUE "N".
           05  W-TEM-FIM     PIC X(01) VALUE "N".
           05  W-RECUSA      PIC X(01) VALUE "N".
               88  PROMOCAO-RECUSADA VALUE "S".
           05  W-MOTIVO      PIC X(70) VALUE SPACES.
           05  W-PROGRAMA    PIC X(10) VALUE SPACES.
           05  W-VERSAO      PIC 9(03) VALUE ZEROS.
           05  W-DATA-EXP    PIC X(10) VALUE SPACES.
           05  W-HORA-EXP    PIC X(05) VALUE SPACES.
           05  W-EXPORTADOR  PIC X(30) VALUE SPACES.
           05  W-QTD-ARQ-CAB PIC 9(03) VALUE ZEROS.
           05  W-CAT-ORIGEM  PIC X(458) VALUE SPACES.
           05  W-ULT-VERSAO  PIC 9(03) VALUE ZEROS.
           05  W-FONTE-EXISTE PIC X(01) VALUE "N".
               88  FONTE-NO-DESTINO VALUE "S".
           05  W-BACKUP-FEITO PIC X(01) VALUE "N".
               88  BACKUP-FEITO VALUE "S".
           05  W-COPIA-FEZ   PIC X(01) VALUE "N".
           05  W-GRAVA-ARQ   PIC X(01) VALUE "N".
               88  GRAVANDO-ARQUIVO VALUE "S".
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-HORA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-DATA-HOJE   PIC X(10) VALUE SPACES.
           05  W-HORA-ED     PIC X(05) VALUE SPACES.
           05  W-I           PIC 9(03) VALUE ZEROS.
           05  W-J           PIC 9(03) VALUE ZEROS.
           05  W-IX-ATUAL    PIC 9(03) VALUE ZEROS.
           05  W-LINHAS      PIC 9(05) VALUE ZEROS.
           05  W-QTD-REG     PIC 9(07) VALUE ZEROS.
           05  W-QTD-CONFLITO PIC 9(03) VALUE ZEROS.
           05  W-QTD-GRAVADOS PIC 9(03) VALUE ZEROS.
           05  W-QTD-ERROS   PIC 9(03) VALUE ZEROS.
           05  W-REF-HASH    PIC X(09) VALUE SPACES.
           05  W-HASH-ED     PIC 9(09) VALUE ZEROS.
           05  W-RC          PIC 9(02) VALUE ZEROS.

      *>--ARQUIVOS DO MANIFESTO, O QUE CHEGOU NO TRANSPORTE E O QUE
      *>--FOI FEITO NO DESTINO
       01  W-TAB-ARQS.
           05  W-A-QTD       PIC 9(03) VALUE ZEROS.
           05  W-A-ITEM OCCURS 200 TIMES.
               10  W-A-CLASSE    PIC X(03).
               10  W-A-NOME      PIC X(14).
               10  W-A-LINHAS    PIC 9(05).
               10  W-A-HASH      PIC 9(09).
               10  W-A-HASH-SPC  PIC X(09).
               10  W-A-HASH-BOK  PIC X(09).
               10  W-A-RECEBIDO  PIC X(01).
                   88  A-RECEBIDO VALUE "S".
               10  W-A-LIN-REC   PIC 9(05).
               10  W-A-HASH-REC  PIC 9(09).
               10  W-A-DESTINO   PIC X(01).
                   88  A-BOK-NOVO      VALUE "N".
                   88  A-BOK-IGUAL     VALUE "I".
                   88  A-BOK-CONFLITO  VALUE "C".
               10  W-A-HASH-DEST PIC X(09).
               10  W-A-ACAO      PIC X(40).

      *>--FINGERPRINT: O DE BOK E O MESMO DO cria-cbl E DO
      *>--verifica-bok (LINHAS UTEIS, COLUNAS 1 A 72); O DE
      *>--CONFERENCIA DO TRANSPORTE PEGA TODAS AS LINHAS E COLUNAS
       01  W-HASH.
           05  W-HASH-BOK       PIC 9(09) VALUE ZEROS.
           05  W-HASH-ARQ       PIC 9(09) VALUE ZEROS.
           05  W-HASH-ACUM      PIC 9(09) VALUE ZEROS.
           05  W-HASH-TRAB      PIC 9(18) VALUE ZEROS.
           05  W-HASH-Q         PIC 9(09) VALUE ZEROS.
           05  W-HASH-LINHA     PIC X(80) VALUE SPACES.
           05  W-HASH-LIMITE    PIC 9(02) VALUE ZEROS.
           05  W-HASH-CH        PIC X(01) VALUE SPACE.
           05  W-HASH-PESO      PIC 9(02) VALUE ZEROS.
           05  W-HASH-POS       PIC 9(02) VALUE ZEROS.
           05  W-HASH-IX        PIC 9(02) VALUE ZEROS.
           05  W-HASH-ALFA.
               10  FILLER PIC X(26) VALUE
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               10  FILLER PIC X(26) VALUE
                   "abcdefghijklmnopqrstuvwxyz".
               10  FILLER PIC X(10) VALUE "0123456789".
               10  FILLER PIC X(14) VALUE "().,:;=-'+*/<>".

       PROCEDURE DIVISION.
       100-INICIO.

           DISPLAY ERASE
           DISPLAY "*** IMPORTACAO DE PROGRAMA PROMOVIDO ***" AT 0203
           DISPLAY "ARQUIVO DE TRANSPORTE, EX. PLA001.V003.trp.:"
               AT 0403
           ACCEPT W-ARQTRP
           DISPLAY "RESPONSAVEL PELA IMPORTACAO.:" AT 0603
           ACCEPT W-RESPONSAVEL
           DISPLAY "NUMERO DA SOLICITACAO DE MUDANCA.:" AT 0803
           ACCEPT W-MUDANCA

           IF W-ARQTRP = SPACES
               DISPLAY "ARQUIVO OBRIGATORIO!" AT 1003
               STOP RUN
           END-IF

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT W-HORA-ATUAL FROM TIME
           STRING W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO W-DATA-HOJE
           END-STRING
           STRING W-HORA-ATUAL(1:2) ":" W-HORA-ATUAL(3:2)
               DELIMITED BY SIZE INTO W-HORA-ED
           END-STRING

           PERFORM 110-CONFERE-PACOTE
           IF NOT PROMOCAO-RECUSADA
               PERFORM 120-CONFERE-DESTINO
           END-IF

           IF PROMOCAO-RECUSADA
               PERFORM 105-RECUSA
           END-IF

           DISPLAY "PROGRAMA.:" AT 1003
           DISPLAY W-PROGRAMA AT 1014
           DISPLAY "VERSAO DE ORIGEM.:" AT 1026
           DISPLAY W-VERSAO AT 1045
           DISPLAY "VERSAO NO DESTINO.:" AT 1103
           DISPLAY W-ULT-VERSAO AT 1123
           DISPLAY "ARQUIVOS.:" AT 1126
           DISPLAY W-A-QTD AT 1137

      *>--BOK DIFERENTE NO DESTINO: O DO DESTINO NAO E TROCADO (OUTROS
      *>--PROGRAMAS DE PRODUCAO USAM ELE); SO PROMOVE SE O OPERADOR
      *>--ACEITAR COMPILAR COM O BOK DO DESTINO
           IF W-QTD-CONFLITO > ZEROS
               DISPLAY "BOKS EM CONFLITO COM O DESTINO.:" AT 1303
               DISPLAY W-QTD-CONFLITO AT 1336
               DISPLAY "(VEJA A LISTA NO RECIBO.LST)" AT 1340
               DISPLAY "OS BOKS DO DESTINO SERAO MANTIDOS. PROMOVER"
                   AT 1403
               DISPLAY "MESMO ASSIM (S/N)?.:" AT 1503
               ACCEPT W-MANTEM
               IF NOT MANTEM-BOKS-DESTINO
                   SET PROMOCAO-RECUSADA TO TRUE
                   MOVE "CONFLITO DE FINGERPRINT DE BOK COM O DESTINO"
                       TO W-MOTIVO
                   PERFORM 105-RECUSA
               END-IF
           END-IF

           IF FONTE-NO-DESTINO
               DISPLAY "O FONTE E O SPEC ATUAIS DO DESTINO IRAO P/ O"
                   AT 1703
               DISPLAY "BACKUP .Vnnn E SERAO SOBRESCRITOS." AT 1803
           END-IF
           DISPLAY "CONFIRMA A PROMOCAO (S/N)?.:" AT 1903
           ACCEPT W-CONFIRMA
           IF NOT CONFIRMA-SIM
               CLOSE CATALOGO
               DISPLAY "OPERACAO CANCELADA." AT 2103
               STOP RUN
           END-IF

           PERFORM 130-INSTALA
           PERFORM 140-CATALOGA
           CLOSE CATALOGO

           IF W-RC = ZEROS AND W-QTD-CONFLITO > ZEROS
               MOVE 4 TO W-RC
           END-IF
           PERFORM 150-RECIBO

           IF W-RC < 16
               DISPLAY "PROGRAMA PROMOVIDO E CATALOGADO." AT 2103
           ELSE
               DISPLAY "ERRO NA PROMOCAO - VEJA O RECIBO.LST" AT 2103
           END-IF
           DISPLAY "TECLE ENTER P/ ENCERRAR.:" AT 2203
           ACCEPT W-CONFIRMA

           MOVE W-RC TO RETURN-CODE
           STOP RUN.

      *>--PROMOCAO RECUSADA: O RECIBO REGISTRA O MOTIVO E NADA E
      *>--GRAVADO NO DESTINO
       105-RECUSA SECTION.

           IF CATALOGO-ABERTO
               CLOSE CATALOGO
           END-IF
           MOVE 8 TO W-RC
           PERFORM 150-RECIBO

           DISPLAY "PROMOCAO RECUSADA:" AT 2003
           DISPLAY W-MOTIVO(1:58) AT 2022
           DISPLAY "VEJA O RECIBO.LST" AT 2103
           DISPLAY "TECLE ENTER P/ ENCERRAR.:" AT 2203
           ACCEPT W-CONFIRMA

           MOVE W-RC TO RETURN-CODE
           STOP RUN.
       105-FIM.

      *>--1A. LEITURA DO TRANSPORTE: CABECALHO, CATALOGO, MANIFESTO
      *>--E CONFERENCIA DE CADA ARQUIVO (LINHAS E FINGERPRINT)
       110-CONFERE-PACOTE SECTION.

           OPEN INPUT ARQTRP
           IF W-FSTRP NOT = "00"
               SET PROMOCAO-RECUSADA TO TRUE
               STRING "ARQUIVO DE TRANSPORTE NAO ENCONTRADO (STATUS "
                   DELIMITED BY SIZE
                   W-FSTRP ")" DELIMITED BY SIZE INTO W-MOTIVO
               END-STRING
           ELSE
               MOVE ZEROS TO W-QTD-REG
               MOVE ZEROS TO W-IX-ATUAL
               MOVE "N" TO W-FIM-TRP
               PERFORM 111-LE-PACOTE
                   UNTIL FIM-DO-TRANSPORTE OR PROMOCAO-RECUSADA
               CLOSE ARQTRP
           END-IF

           IF NOT PROMOCAO-RECUSADA
               EVALUATE TRUE
                   WHEN W-TEM-CAB NOT = "S" OR W-TEM-CAT NOT = "S"
                       SET PROMOCAO-RECUSADA TO TRUE
                       MOVE "PACOTE SEM CABECALHO OU SEM CATALOGO"
                           TO W-MOTIVO
                   WHEN W-TEM-FIM NOT = "S"
                       SET PROMOCAO-RECUSADA TO TRUE
                       MOVE "PACOTE INCOMPLETO (SEM O FECHAMENTO)"
                           TO W-MOTIVO
                   WHEN W-QTD-ARQ-CAB NOT = W-A-QTD
                       SET PROMOCAO-RECUSADA TO TRUE
                       MOVE "MANIFESTO NAO CONFERE COM O CABECALHO"
                           TO W-MOTIVO
                   WHEN OTHER
                       PERFORM 113-CONFERE-RECEBIDO
                           VARYING W-I FROM 1 BY 1
                           UNTIL W-I > W-A-QTD
               END-EVALUATE
           END-IF.
       110-FIM.

      *>--UM REGISTRO DO TRANSPORTE
       111-LE-PACOTE SECTION.

           READ ARQTRP
               AT END
                   SET FIM-DO-TRANSPORTE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN W-QTD-REG = ZEROS AND NOT TRP-CABECALHO
                           SET PROMOCAO-RECUSADA TO TRUE
                           MOVE "NAO E UM ARQUIVO DE TRANSPORTE"
                               TO W-MOTIVO
                       WHEN TRP-CABECALHO
                           MOVE "S" TO W-TEM-CAB
                           MOVE TRP-PROGRAMA TO W-PROGRAMA
                           MOVE TRP-VERSAO TO W-VERSAO
                           MOVE TRP-DATA-EXP TO W-DATA-EXP
                           MOVE TRP-HORA-EXP TO W-HORA-EXP
                           MOVE TRP-RESPONSAVEL TO W-EXPORTADOR
                           MOVE TRP-QTD-ARQ TO W-QTD-ARQ-CAB
                       WHEN TRP-CATALOGO
                           MOVE "S" TO W-TEM-CAT
                           MOVE TRP-DADO TO W-CAT-ORIGEM
                           MOVE TRP-DADO TO REG-CAT
                           IF CAT-PROGRAMA NOT = W-PROGRAMA
                               OR CAT-VERSAO NOT = W-VERSAO
                               SET PROMOCAO-RECUSADA TO TRUE
                               MOVE "CATALOGO DO PACOTE NAO CONFERE"
                                   TO W-MOTIVO
                           END-IF
                       WHEN TRP-MANIFESTO
                           PERFORM 112-INCLUI-MANIFESTO
                       WHEN TRP-INICIO-ARQ
                           MOVE ZEROS TO W-IX-ATUAL
                           PERFORM 114-ACHA-ARQUIVO
                               VARYING W-J FROM 1 BY 1
                               UNTIL W-J > W-A-QTD
                               OR W-IX-ATUAL > ZEROS
                           IF W-IX-ATUAL = ZEROS
                               SET PROMOCAO-RECUSADA TO TRUE
                               MOVE "ARQUIVO FORA DO MANIFESTO"
                                   TO W-MOTIVO
                           END-IF
                           MOVE ZEROS TO W-LINHAS
                           MOVE ZEROS TO W-HASH-ARQ
                           MOVE ZEROS TO W-HASH-BOK
                       WHEN TRP-LINHA AND W-IX-ATUAL > ZEROS
                           MOVE TRP-DADO(1:80) TO DADOS-TXT
                           PERFORM 160-MEDE-LINHA
                       WHEN TRP-FIM-ARQ AND W-IX-ATUAL > ZEROS
                           MOVE "S" TO W-A-RECEBIDO(W-IX-ATUAL)
                           MOVE W-LINHAS TO W-A-LIN-REC(W-IX-ATUAL)
                           MOVE W-HASH-ARQ TO W-A-HASH-REC(W-IX-ATUAL)
                           MOVE ZEROS TO W-IX-ATUAL
                       WHEN TRP-FECHAMENTO
                           MOVE "S" TO W-TEM-FIM
                           SET FIM-DO-TRANSPORTE TO TRUE
                           IF TRZ-QTD-REG NOT = W-QTD-REG
                               SET PROMOCAO-RECUSADA TO TRUE
                               MOVE "QTDE DE REGISTROS NAO CONFERE"
                                   TO W-MOTIVO
                           END-IF
                       WHEN OTHER
                           SET PROMOCAO-RECUSADA TO TRUE
                           MOVE "REGISTRO INVALIDO NO TRANSPORTE"
                               TO W-MOTIVO
                   END-EVALUATE
                   ADD 1 TO W-QTD-REG
           END-READ.
       111-FIM.

      *>--UM ARQUIVO DO MANIFESTO NA TABELA
       112-INCLUI-MANIFESTO SECTION.

           IF W-A-QTD < 200
               ADD 1 TO W-A-QTD
               MOVE TRM-CLASSE TO W-A-CLASSE(W-A-QTD)
               MOVE TRM-NOME TO W-A-NOME(W-A-QTD)
               MOVE TRM-LINHAS TO W-A-LINHAS(W-A-QTD)
               MOVE TRM-HASH TO W-A-HASH(W-A-QTD)
               MOVE TRM-HASH-SPC TO W-A-HASH-SPC(W-A-QTD)
               MOVE TRM-HASH-BOK TO W-A-HASH-BOK(W-A-QTD)
               MOVE "N" TO W-A-RECEBIDO(W-A-QTD)
               MOVE ZEROS TO W-A-LIN-REC(W-A-QTD)
               MOVE ZEROS TO W-A-HASH-REC(W-A-QTD)
               MOVE SPACE TO W-A-DESTINO(W-A-QTD)
               MOVE SPACES TO W-A-HASH-DEST(W-A-QTD)
               MOVE SPACES TO W-A-ACAO(W-A-QTD)
           END-IF.
       112-FIM.

      *>--O ARQUIVO CHEGOU INTEIRO?
       113-CONFERE-RECEBIDO SECTION.

           IF NOT PROMOCAO-RECUSADA
               EVALUATE TRUE
                   WHEN NOT A-RECEBIDO(W-I)
                       SET PROMOCAO-RECUSADA TO TRUE
                       MOVE "*** NAO VEIO NO PACOTE" TO W-A-ACAO(W-I)
                   WHEN W-A-LIN-REC(W-I) NOT = W-A-LINHAS(W-I)
                       OR W-A-HASH-REC(W-I) NOT = W-A-HASH(W-I)
                       SET PROMOCAO-RECUSADA TO TRUE
                       MOVE "*** CONTEUDO NAO CONFERE COM O MANIFESTO"
                           TO W-A-ACAO(W-I)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF PROMOCAO-RECUSADA
                   STRING "PACOTE DANIFICADO: " DELIMITED BY SIZE
                       W-A-NOME(W-I) DELIMITED BY SPACES
                       INTO W-MOTIVO
                   END-STRING
               END-IF
           END-IF.
       113-FIM.

       114-ACHA-ARQUIVO SECTION.

           IF W-A-NOME(W-J) = TRI-NOME
               MOVE W-J TO W-IX-ATUAL
           END-IF.
       114-FIM.

      *>--NO DESTINO: VERSAO CATALOGADA, FONTE EXISTENTE E O
      *>--FINGERPRINT DA COPIA DE CADA BOK
       120-CONFERE-DESTINO SECTION.

           OPEN I-O CATALOGO
           IF W-FSCAT = "35"
               OPEN OUTPUT CATALOGO
               CLOSE CATALOGO
               OPEN I-O CATALOGO
           END-IF
           IF W-FSCAT NOT = "00"
               SET PROMOCAO-RECUSADA TO TRUE
               STRING "ERRO AO ABRIR O CATALOGO.DAT DO DESTINO (STATUS "
                   DELIMITED BY SIZE
                   W-FSCAT ")" DELIMITED BY SIZE INTO W-MOTIVO
               END-STRING
           ELSE
               SET CATALOGO-ABERTO TO TRUE
               PERFORM 121-ACHA-ULT-VERSAO
               EVALUATE TRUE
                   WHEN W-ULT-VERSAO > W-VERSAO
                       SET PROMOCAO-RECUSADA TO TRUE
                       STRING "O DESTINO JA TEM A VERSAO "
                           DELIMITED BY SIZE
                           W-ULT-VERSAO DELIMITED BY SIZE
                           ", MAIS NOVA QUE A DO PACOTE"
                           DELIMITED BY SIZE INTO W-MOTIVO
                       END-STRING
                   WHEN W-ULT-VERSAO = W-VERSAO
                       SET PROMOCAO-RECUSADA TO TRUE
                       STRING "A VERSAO " DELIMITED BY SIZE
                           W-VERSAO DELIMITED BY SIZE
                           " JA ESTA CATALOGADA NO DESTINO"
                           DELIMITED BY SIZE INTO W-MOTIVO
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           MOVE "N" TO W-FONTE-EXISTE
           MOVE SPACES TO W-ARQTXT
           STRING W-PROGRAMA DELIMITED BY SPACES
               ".cbl" DELIMITED BY SIZE INTO W-ARQTXT
           END-STRING
           OPEN INPUT ARQTXT
           IF W-FSTXT = "00"
               SET FONTE-NO-DESTINO TO TRUE
               CLOSE ARQTXT
           END-IF

           MOVE ZEROS TO W-QTD-CONFLITO
           PERFORM 123-CONFERE-BOK
               VARYING W-I FROM 1 BY 1 UNTIL W-I > W-A-QTD.
       120-FIM.

      *>--ULTIMA VERSAO DO PROGRAMA NO CATALOGO DO DESTINO
       121-ACHA-ULT-VERSAO SECTION.

           MOVE ZEROS TO W-ULT-VERSAO
           MOVE "N" TO W-FIM-CAT

           MOVE SPACES TO REG-CAT
           MOVE W-PROGRAMA TO CAT-PROGRAMA
           MOVE ZEROS TO CAT-VERSAO
           START CATALOGO KEY NOT < CAT-CHAVE
               INVALID KEY
                   SET FIM-DAS-VERSOES TO TRUE
           END-START

           PERFORM 122-LE-VERSAO UNTIL FIM-DAS-VERSOES.
       121-FIM.

       122-LE-VERSAO SECTION.

           READ CATALOGO NEXT RECORD
               AT END
                   SET FIM-DAS-VERSOES TO TRUE
               NOT AT END
                   IF CAT-PROGRAMA = W-PROGRAMA
                       MOVE CAT-VERSAO TO W-ULT-VERSAO
                   ELSE
                       SET FIM-DAS-VERSOES TO TRUE
                   END-IF
           END-READ.
       122-FIM.

      *>--BOK DO PACOTE X COPIA DO DESTINO: A REFERENCIA E O H DO
      *>--.spc (O BOK COM QUE O PROGRAMA FOI GERADO)
       123-CONFERE-BOK SECTION.

           IF W-A-CLASSE(W-I) = "BOK"
               MOVE W-A-HASH-SPC(W-I) TO W-REF-HASH
               IF W-REF-HASH = SPACES
                   MOVE W-A-HASH-BOK(W-I) TO W-REF-HASH
               END-IF

               MOVE W-A-NOME(W-I) TO W-ARQTXT
               MOVE ZEROS TO W-HASH-BOK
               MOVE ZEROS TO W-HASH-ARQ
               MOVE ZEROS TO W-LINHAS
               MOVE "N" TO W-FIM-TXT
               OPEN INPUT ARQTXT
               IF W-FSTXT NOT = "00"
                   MOVE "N" TO W-A-DESTINO(W-I)
                   MOVE "NAO EXISTIA - INSTALADO" TO W-A-ACAO(W-I)
               ELSE
                   PERFORM 124-LE-BOK-DESTINO UNTIL FIM-DO-TEXTO
                   CLOSE ARQTXT
                   MOVE W-HASH-BOK TO W-HASH-ED
                   MOVE W-HASH-ED TO W-A-HASH-DEST(W-I)
                   IF W-A-HASH-DEST(W-I) = W-REF-HASH
                       MOVE "I" TO W-A-DESTINO(W-I)
                       MOVE "CONFERE - MANTIDO" TO W-A-ACAO(W-I)
                   ELSE
                       MOVE "C" TO W-A-DESTINO(W-I)
                       ADD 1 TO W-QTD-CONFLITO
                       MOVE "*** CONFLITO - MANTIDO O DO DESTINO"
                           TO W-A-ACAO(W-I)
                   END-IF
               END-IF
           END-IF.
       123-FIM.

       124-LE-BOK-DESTINO SECTION.

           READ ARQTXT
               AT END
                   SET FIM-DO-TEXTO TO TRUE
               NOT AT END
                   PERFORM 160-MEDE-LINHA
           END-READ.
       124-FIM.

      *>--BACKUP DO FONTE ATUAL DO DESTINO (COMO NO cria-cbl: .Vnnn
      *>--DA ULTIMA VERSAO CATALOGADA, 000 SE NAO CATALOGADO) E
      *>--2A. LEITURA DO TRANSPORTE GRAVANDO OS ARQUIVOS
       130-INSTALA SECTION.

           IF FONTE-NO-DESTINO
               MOVE SPACES TO W-ARQTXT
               STRING W-PROGRAMA DELIMITED BY SPACES
                   ".cbl" DELIMITED BY SIZE INTO W-ARQTXT
               END-STRING
               MOVE SPACES TO W-ARQSAI
               STRING W-PROGRAMA DELIMITED BY SPACES
                   ".V" W-ULT-VERSAO ".cbl" DELIMITED BY SIZE
                   INTO W-ARQSAI
               END-STRING
               PERFORM 135-COPIA-ARQUIVO
               IF W-COPIA-FEZ = "S"
                   SET BACKUP-FEITO TO TRUE
                   MOVE SPACES TO W-ARQTXT
                   STRING W-PROGRAMA DELIMITED BY SPACES
                       ".spc" DELIMITED BY SIZE INTO W-ARQTXT
                   END-STRING
                   MOVE SPACES TO W-ARQSAI
                   STRING W-PROGRAMA DELIMITED BY SPACES
                       ".V" W-ULT-VERSAO ".spc" DELIMITED BY SIZE
                       INTO W-ARQSAI
                   END-STRING
                   PERFORM 135-COPIA-ARQUIVO
               ELSE
                   MOVE 16 TO W-RC
               END-IF
           END-IF

           IF W-RC < 16
               MOVE "N" TO W-FIM-TRP
               MOVE "N" TO W-GRAVA-ARQ
               OPEN INPUT ARQTRP
               PERFORM 131-INSTALA-REGISTRO UNTIL FIM-DO-TRANSPORTE
               CLOSE ARQTRP
           END-IF.
       130-FIM.

      *>--UM REGISTRO DO TRANSPORTE NA INSTALACAO: FONTE, SPEC, JOB,
      *>--DRIVER E OS BOKS QUE NAO EXISTIAM SAO GRAVADOS
       131-INSTALA-REGISTRO SECTION.

           READ ARQTRP
               AT END
                   SET FIM-DO-TRANSPORTE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TRP-INICIO-ARQ
                           PERFORM 132-ABRE-DESTINO
                       WHEN TRP-LINHA AND GRAVANDO-ARQUIVO
                           MOVE TRP-DADO(1:80) TO DADOS-SAI
                           WRITE REG-SAI
                           IF W-FSSAI NOT = "00"
                               MOVE 16 TO W-RC
                               MOVE "*** ERRO AO GRAVAR"
                                   TO W-A-ACAO(W-IX-ATUAL)
                           END-IF
                       WHEN TRP-FIM-ARQ AND GRAVANDO-ARQUIVO
                           CLOSE ARQSAI
                           MOVE "N" TO W-GRAVA-ARQ
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       131-FIM.

       132-ABRE-DESTINO SECTION.

           MOVE ZEROS TO W-IX-ATUAL
           PERFORM 114-ACHA-ARQUIVO
               VARYING W-J FROM 1 BY 1
               UNTIL W-J > W-A-QTD OR W-IX-ATUAL > ZEROS
           MOVE "N" TO W-GRAVA-ARQ

           IF W-IX-ATUAL > ZEROS
               IF W-A-CLASSE(W-IX-ATUAL) NOT = "BOK"
                   OR A-BOK-NOVO(W-IX-ATUAL)
                   MOVE W-A-NOME(W-IX-ATUAL) TO W-ARQSAI
                   OPEN OUTPUT ARQSAI
                   IF W-FSSAI = "00"
                       SET GRAVANDO-ARQUIVO TO TRUE
                       ADD 1 TO W-QTD-GRAVADOS
                       IF W-A-CLASSE(W-IX-ATUAL) NOT = "BOK"
                           MOVE "INSTALADO" TO W-A-ACAO(W-IX-ATUAL)
                       END-IF
                   ELSE
                       MOVE 16 TO W-RC
                       MOVE "*** ERRO AO GRAVAR"
                           TO W-A-ACAO(W-IX-ATUAL)
                   END-IF
               END-IF
           END-IF.
       132-FIM.

      *>--COPIA W-ARQTXT EM W-ARQSAI LINHA A LINHA
       135-COPIA-ARQUIVO SECTION.

           MOVE "N" TO W-COPIA-FEZ
           MOVE "N" TO W-FIM-TXT

           OPEN INPUT ARQTXT
           IF W-FSTXT = "00"
               OPEN OUTPUT ARQSAI
               IF W-FSSAI NOT = "00"
                   CLOSE ARQTXT
               ELSE
                   MOVE "S" TO W-COPIA-FEZ
                   PERFORM 136-COPIA-LINHA UNTIL FIM-DO-TEXTO
                   CLOSE ARQTXT
                   CLOSE ARQSAI
               END-IF
           END-IF.
       135-FIM.

       136-COPIA-LINHA SECTION.

           READ ARQTXT
               AT END
                   SET FIM-DO-TEXTO TO TRUE
               NOT AT END
                   MOVE DADOS-TXT TO DADOS-SAI
                   WRITE REG-SAI
                   IF W-FSSAI NOT = "00"
                       MOVE "N" TO W-COPIA-FEZ
                   END-IF
           END-READ.
       136-FIM.

      *>--CATALOGA NO DESTINO COM A VERSAO E O REGISTRO DE ORIGEM;
      *>--A SITUACAO RECOMECA EM G (O atualiza-cat REGISTRA DEPOIS A
      *>--COMPILACAO E A EXECUCAO NO DESTINO)
       140-CATALOGA SECTION.

           IF W-RC < 16
               MOVE W-CAT-ORIGEM TO REG-CAT
               MOVE "G" TO CAT-SITUACAO
               MOVE W-DATA-HOJE TO CAT-DATA-SIT
               MOVE ZEROS TO CAT-RC
               WRITE REG-CAT
                   INVALID KEY
                       MOVE 16 TO W-RC
               END-WRITE
               IF W-FSCAT NOT = "00"
                   MOVE 16 TO W-RC
               END-IF
           END-IF.
       140-FIM.

      *>--RECIBO DA PROMOCAO P/ A GERENCIA DE MUDANCAS
       150-RECIBO SECTION.

           OPEN OUTPUT RELREC
           IF W-FSREL NOT = "00"
               DISPLAY "ERRO AO ABRIR O RECIBO.LST! STATUS.:" AT 2303
               DISPLAY W-FSREL AT 2340
           ELSE
               PERFORM 151-RECIBO-CABECALHO
               PERFORM 153-RECIBO-ARQUIVO
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > W-A-QTD
               PERFORM 155-RECIBO-RESULTADO
               CLOSE RELREC
           END-IF.
       150-FIM.

       151-RECIBO-CABECALHO SECTION.

           MOVE W-CAT-ORIGEM TO REG-CAT

           MOVE SPACES TO DADOS-REL
           STRING "RECIBO DE PROMOCAO DE PROGRAMA - " DELIMITED BY SIZE
               W-DATA-HOJE " " W-HORA-ED DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           MOVE ALL "=" TO DADOS-REL(1:79)
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "SOLICITACAO DE MUDANCA....: " DELIMITED BY SIZE
               W-MUDANCA DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PACOTE....................: " DELIMITED BY SIZE
               W-ARQTRP DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMA..................: " DELIMITED BY SIZE
               W-PROGRAMA DELIMITED BY SIZE
               "  VERSAO DE ORIGEM: " W-VERSAO DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           IF W-TEM-CAT = "S"
               MOVE SPACES TO DADOS-REL
               STRING "CATALOGADA NA ORIGEM EM...: " DELIMITED BY SIZE
                   CAT-DATA DELIMITED BY SIZE
                   "  SITUACAO NA ORIGEM: " DELIMITED BY SIZE
                   CAT-SITUACAO DELIMITED BY SIZE
                   " EM " CAT-DATA-SIT DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE SPACES TO DADOS-REL
           STRING "EXPORTADO EM..............: " DELIMITED BY SIZE
               W-DATA-EXP " " W-HORA-EXP DELIMITED BY SIZE
               "  POR: " W-EXPORTADOR DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "IMPORTADO POR.............: " DELIMITED BY SIZE
               W-RESPONSAVEL DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           IF W-ULT-VERSAO = ZEROS
               MOVE "VERSAO ANTERIOR NO DESTINO: NENHUMA"
                   TO DADOS-REL
           ELSE
               STRING "VERSAO ANTERIOR NO DESTINO: " DELIMITED BY SIZE
                   W-ULT-VERSAO DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL

           IF BACKUP-FEITO
               MOVE SPACES TO DADOS-REL
               STRING "BACKUP DO FONTE SUBSTITUIDO: " DELIMITED BY SIZE
                   W-PROGRAMA DELIMITED BY SPACES
                   ".V" W-ULT-VERSAO ".cbl/.spc" DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "CLS ARQUIVO        LINHAS H DO .spc  NO DESTINO "
               DELIMITED BY SIZE
               "SITUACAO" DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:79)
           WRITE REG-REL.
       151-FIM.

      *>--UM ARQUIVO DO PACOTE NO RECIBO
       153-RECIBO-ARQUIVO SECTION.

           MOVE SPACES TO DADOS-REL
           STRING W-A-CLASSE(W-I) " " W-A-NOME(W-I) " "
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           MOVE W-A-LINHAS(W-I) TO DADOS-REL(20:5)
           MOVE W-A-HASH-SPC(W-I) TO DADOS-REL(26:9)
           MOVE W-A-HASH-DEST(W-I) TO DADOS-REL(37:9)
           IF W-A-ACAO(W-I) = SPACES AND PROMOCAO-RECUSADA
               MOVE "NAO INSTALADO" TO DADOS-REL(49:40)
           ELSE
               MOVE W-A-ACAO(W-I) TO DADOS-REL(49:40)
           END-IF
           WRITE REG-REL.
       153-FIM.

       155-RECIBO-RESULTADO SECTION.

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:79)
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           EVALUATE TRUE
               WHEN PROMOCAO-RECUSADA
                   STRING "RESULTADO: PROMOCAO RECUSADA - "
                       DELIMITED BY SIZE
                       W-MOTIVO DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
               WHEN W-RC = 16
                   STRING "RESULTADO: ERRO NA INSTALACAO - "
                       DELIMITED BY SIZE
                       "VERIFICAR ANTES DE USAR" DELIMITED BY SIZE
                       INTO DADOS-REL
                   END-STRING
               WHEN W-QTD-CONFLITO > ZEROS
                   STRING "RESULTADO: PROMOVIDO - CATALOGADO VERSAO "
                       DELIMITED BY SIZE
                       W-VERSAO DELIMITED BY SIZE
                       ", COM OS BOKS DO DESTINO" DELIMITED BY SIZE
                       INTO DADOS-REL
                   END-STRING
               WHEN OTHER
                   STRING "RESULTADO: PROMOVIDO - CATALOGADO VERSAO "
                       DELIMITED BY SIZE
                       W-VERSAO DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
           END-EVALUATE
           WRITE REG-REL

           IF W-QTD-CONFLITO > ZEROS AND NOT PROMOCAO-RECUSADA
               MOVE SPACES TO DADOS-REL
               STRING "ATENCAO: " DELIMITED BY SIZE
                   W-QTD-CONFLITO DELIMITED BY SIZE
                   " BOK(S) EM CONFLITO - O PROGRAMA SERA COMPILADO "
                   DELIMITED BY SIZE
                   "COM A COPIA DO DESTINO" DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "RESPONSAVEL: ______________________  "
               DELIMITED BY SIZE
               "APROVACAO: ______________________" DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       155-FIM.

      *>--CONTA A LINHA DE DADOS-TXT E ACUMULA OS FINGERPRINTS
       160-MEDE-LINHA SECTION.

           ADD 1 TO W-LINHAS
           MOVE DADOS-TXT TO W-HASH-LINHA
           MOVE W-HASH-ARQ TO W-HASH-ACUM
           MOVE 80 TO W-HASH-LIMITE
           PERFORM 161-ACUMULA-HASH
           MOVE W-HASH-ACUM TO W-HASH-ARQ
           IF DADOS-TXT(7:1) NOT = "*"
               AND DADOS-TXT NOT = SPACES
               MOVE W-HASH-BOK TO W-HASH-ACUM
               MOVE 72 TO W-HASH-LIMITE
               PERFORM 161-ACUMULA-HASH
               MOVE W-HASH-ACUM TO W-HASH-BOK
           END-IF.
       160-FIM.

      *>--ACUMULA W-HASH-LINHA (ATE A COLUNA W-HASH-LIMITE) NO
      *>--FINGERPRINT W-HASH-ACUM: PESO DO CARACTERE + POSICAO,
      *>--MOD 999999937
       161-ACUMULA-HASH SECTION.

           PERFORM 162-PESA-CARACTERE VARYING W-HASH-POS FROM 1 BY 1
               UNTIL W-HASH-POS > W-HASH-LIMITE.
       161-FIM.

       162-PESA-CARACTERE SECTION.

           MOVE W-HASH-LINHA(W-HASH-POS:1) TO W-HASH-CH
           IF W-HASH-CH NOT = SPACE
               MOVE ZEROS TO W-HASH-PESO
               PERFORM 163-ACHA-PESO VARYING W-HASH-IX FROM 1 BY 1
                   UNTIL W-HASH-IX > 76 OR W-HASH-PESO NOT = ZEROS
               COMPUTE W-HASH-TRAB = W-HASH-ACUM * 37
                   + W-HASH-PESO + W-HASH-POS
               DIVIDE W-HASH-TRAB BY 999999937
                   GIVING W-HASH-Q REMAINDER W-HASH-ACUM
           END-IF.
       162-FIM.

       163-ACHA-PESO SECTION.

           IF W-HASH-ALFA(W-HASH-IX:1) = W-HASH-CH
               MOVE W-HASH-IX TO W-HASH-PESO
           END-IF.
       163-FIM.
