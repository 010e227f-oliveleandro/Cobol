       IDENTIFICATION DIVISION.
       PROGRAM-ID. monitora-lote.
       AUTHOR.     "LEANDRO O.C. 20261015".
      *>--CONFERENCIA DA NOITE: COMPARA CADA EXECUCAO GRAVADA NO
      *>--HISTEXEC.DAT DESDE A DATA/HORA PEDIDA COM AS ULTIMAS
      *>--EXECUCOES NORMAIS DO MESMO PROGRAMA; APONTA VOLUMES FORA DA
      *>--TOLERANCIA, EXECUCOES SEM REGISTROS, RETORNO DIFERENTE DE
      *>--ZERO E OS PROGRAMAS DO LOTE QUE NAO EXECUTARAM
      *>--(RELATORIO EM MONITORA.LST)
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT ARQHST ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSHST.

           SELECT ARQTXT ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSTXT.

           SELECT RELMON ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSREL.

       DATA DIVISION.
       FILE SECTION.

      *>--HISTORICO DE EXECUCAO: UM REGISTRO POR EXECUCAO DE CADA
      *>--PROGRAMA GERADO (O LAYOUT COMPLETO ESTA EM W-HST)
           FD  ARQHST
               VALUE OF FILE-ID IS W-ARQHST.

           01  REG-HST.
               05  HST-PROGRAMA  PIC X(10).
               05  HST-DATA      PIC 9(08).
               05  HST-HORA      PIC 9(08).
               05  HST-RC        PIC 9(03).
               05  HST-RESTO     PIC X(550).

           FD  ARQTXT
               VALUE OF FILE-ID IS W-ARQTXT.

           01  REG-TXT.
               05  DADOS-TXT   PIC X(80).

           FD  RELMON
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(100) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSHST     PIC X(02) VALUE SPACES.
           05  W-FSTXT     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQHST    PIC X(50) VALUE "HISTEXEC.DAT".
           05  W-ARQTXT    PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "MONITORA.LST".

       01  W-VAR.
           05  W-INI-DATA    PIC 9(08) VALUE ZEROS.
           05  W-INI-HORA    PIC 9(04) VALUE ZEROS.
           05  W-INI-MES     PIC 9(02) VALUE ZEROS.
           05  W-INI-DIA     PIC 9(02) VALUE ZEROS.
           05  W-INI-MIN     PIC 9(02) VALUE ZEROS.
           05  W-TOLERANCIA  PIC 9(03) VALUE ZEROS.
           05  W-ULTIMAS     PIC 9(02) VALUE ZEROS.
           05  W-LOTE        PIC X(30) VALUE SPACES.
           05  W-CONFIRMA    PIC X(01) VALUE SPACE.
           05  W-FIM-HST     PIC X(01) VALUE "N".
               88  FIM-DO-HISTORICO VALUE "S".
           05  W-FIM-TXT     PIC X(01) VALUE "N".
               88  FIM-DO-TEXTO VALUE "S".
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-DATA-HOJE   PIC X(10) VALUE SPACES.
           05  W-DATA-INI-ED PIC X(10) VALUE SPACES.
           05  W-DATA-ED     PIC X(10) VALUE SPACES.
           05  W-HHMM        PIC 9(04) VALUE ZEROS.
           05  W-HORA-ED     PIC X(05) VALUE SPACES.
           05  W-NOME        PIC X(10) VALUE SPACES.
           05  W-CONT        PIC 9(03) VALUE ZEROS.
           05  W-IP          PIC 9(03) VALUE ZEROS.
           05  W-IP-ACHADO   PIC 9(03) VALUE ZEROS.
           05  W-IE          PIC 9(03) VALUE ZEROS.
           05  W-IA          PIC 9(02) VALUE ZEROS.
           05  W-IH          PIC 9(02) VALUE ZEROS.
           05  W-IT          PIC 9(01) VALUE ZEROS.
           05  W-VOLUME      PIC 9(10) VALUE ZEROS.
           05  W-VOL-TOTAL   PIC 9(11) VALUE ZEROS.
           05  W-SOMA        PIC 9(11) VALUE ZEROS.
           05  W-MEDIA       PIC 9(10)V99 VALUE ZEROS.
           05  W-DESVIO      PIC S9(13) VALUE ZEROS.
           05  W-SIT-ARQ     PIC X(22) VALUE SPACES.
           05  W-ALERTA      PIC X(70) VALUE SPACES.
           05  W-EXEC-ALERTAS PIC 9(03) VALUE ZEROS.
           05  W-EXCEDEU     PIC X(01) VALUE "N".
               88  TABELA-CHEIA VALUE "S".
           05  W-RC          PIC 9(02) VALUE ZEROS.

      *>--CAMPOS EDITADOS DO RELATORIO
       01  W-EDICAO.
           05  W-LIDOS-ED    PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  W-GRAV-ED     PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  W-REJ-ED      PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  W-MEDIA-ED    PIC Z,ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  W-DESVIO-ED   PIC -(06)9 VALUE ZEROS.
           05  W-VALOR-ED    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.

      *>--CONTADORES DA CONFERENCIA
       01  W-TOTAIS.
           05  W-QTD-ESPERADOS PIC 9(05) VALUE ZEROS.
           05  W-QTD-EXECUTOU  PIC 9(05) VALUE ZEROS.
           05  W-QTD-NAO-EXEC  PIC 9(05) VALUE ZEROS.
           05  W-QTD-NAO-CONF  PIC 9(05) VALUE ZEROS.
           05  W-QTD-EXECS     PIC 9(05) VALUE ZEROS.
           05  W-QTD-COM-ALERTA PIC 9(05) VALUE ZEROS.
           05  W-QTD-ALERTAS   PIC 9(05) VALUE ZEROS.
           05  W-QTD-INVALIDOS PIC 9(05) VALUE ZEROS.

      *>--REGISTRO DO HISTORICO DE EXECUCAO (MESMO LAYOUT DO REG-HST
      *>--GRAVADO PELOS PROGRAMAS GERADOS)
       01  W-HST.
           05  W-H-PROGRAMA  PIC X(10).
           05  W-H-DATA      PIC 9(08).
           05  W-H-HORA      PIC 9(08).
           05  W-H-RC        PIC 9(03).
           05  W-H-REINICIO  PIC X(01).
           05  W-H-QTD-ARQ   PIC 9(02).
           05  W-H-ARQ OCCURS 10 TIMES.
               10  W-H-ARQ-NOME       PIC X(10).
               10  W-H-ARQ-LIDOS      PIC 9(09).
               10  W-H-ARQ-GRAVADOS   PIC 9(09).
               10  W-H-ARQ-REJEITADOS PIC 9(09).
           05  W-H-QTD-TOT   PIC 9(01).
           05  W-H-TOT OCCURS 4 TIMES.
               10  W-H-TOT-NOME   PIC X(30).
               10  W-H-TOT-VALOR  PIC S9(11)V99
                   SIGN LEADING SEPARATE.

      *>--EXECUCOES DO PERIODO CONFERIDO, NA ORDEM DO HISTORICO
       01  W-TAB-EXECUCOES.
           05  W-E-QTD       PIC 9(03) VALUE ZEROS.
           05  W-E-ITEM OCCURS 300 TIMES.
               10  W-E-REG       PIC X(579).

      *>--PROGRAMAS: OS DO LOTE NA ORDEM DO JOB E DEPOIS OS QUE
      *>--EXECUTARAM FORA DELE; PARA CADA UM, OS VOLUMES POR ARQUIVO
      *>--DAS ULTIMAS EXECUCOES NORMAIS ANTES DO PERIODO (CIRCULAR)
       01  W-TAB-PROGRAMAS.
           05  W-P-QTD       PIC 9(03) VALUE ZEROS.
           05  W-P-ITEM OCCURS 300 TIMES.
               10  W-P-PROGRAMA  PIC X(10).
               10  W-P-ESPERADO  PIC X(01).
                   88  P-ESPERADO     VALUE "S".
               10  W-P-ROTINA    PIC X(01).
                   88  P-GRAVA-HISTORICO VALUE "S".
                   88  P-SEM-ROTINA      VALUE "N".
                   88  P-SEM-FONTE       VALUE "F".
               10  W-P-EXECS     PIC 9(03).
               10  W-P-H-QTD     PIC 9(02).
               10  W-P-H-PROX    PIC 9(02).
               10  W-P-H-EXEC OCCURS 10 TIMES.
                   15  W-P-H-VOL     PIC 9(10) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       100-INICIO.

           PERFORM 101-TELA-PARAMETROS
           PERFORM 102-ABRE-ARQUIVOS
           IF W-LOTE NOT = SPACES
               PERFORM 103-CARREGA-LOTE
           END-IF

      *>--1A. PASSADA: EXECUCOES DO PERIODO
           PERFORM 104-LE-HISTORICO
           PERFORM 105-CARREGA-PERIODO UNTIL FIM-DO-HISTORICO
           CLOSE ARQHST

      *>--2A. PASSADA: EXECUCOES ANTERIORES DOS MESMOS PROGRAMAS
           MOVE "N" TO W-FIM-HST
           OPEN INPUT ARQHST
           PERFORM 104-LE-HISTORICO
           PERFORM 106-CARREGA-ANTERIOR UNTIL FIM-DO-HISTORICO
           CLOSE ARQHST

           PERFORM 120-CABECALHO
           PERFORM 130-RELATA-PROGRAMA
               VARYING W-IP FROM 1 BY 1 UNTIL W-IP > W-P-QTD
           PERFORM 140-FINALIZA

           DISPLAY ERASE
           DISPLAY "*** CONFERENCIA DAS EXECUCOES DO LOTE ***" AT 0203
           IF W-QTD-COM-ALERTA = ZEROS AND W-QTD-NAO-EXEC = ZEROS
               DISPLAY "NENHUM ALERTA - LOTE CONFERIDO." AT 0403
           ELSE
               DISPLAY "HA ALERTAS - VERIFIQUE O RELATORIO." AT 0403
           END-IF
           DISPLAY "PROGRAMAS ESPERADOS NO LOTE..:" AT 0603
           DISPLAY W-QTD-ESPERADOS AT 0634
           DISPLAY "PROGRAMAS QUE NAO EXECUTARAM.:" AT 0703
           DISPLAY W-QTD-NAO-EXEC AT 0734
           DISPLAY "EXECUCOES NO PERIODO.........:" AT 0803
           DISPLAY W-QTD-EXECS AT 0834
           DISPLAY "EXECUCOES COM ALERTA.........:" AT 0903
           DISPLAY W-QTD-COM-ALERTA AT 0934
           DISPLAY "PROGRAMAS NAO CONFERIDOS.....:" AT 1003
           DISPLAY W-QTD-NAO-CONF AT 1034
           DISPLAY "VEJA O RELATORIO EM" AT 1203
           DISPLAY W-ARQREL(1:20) AT 1223
           DISPLAY "TECLE ENTER P/ ENCERRAR.:" AT 1403
           ACCEPT W-CONFIRMA

           MOVE W-RC TO RETURN-CODE
           STOP RUN.

      *>--PEGA O INICIO DO PERIODO, A TOLERANCIA, QUANTAS EXECUCOES
      *>--ANTERIORES COMPARAR E O LOTE ESPERADO
       101-TELA-PARAMETROS SECTION.

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           STRING W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO W-DATA-HOJE
           END-STRING

           DISPLAY ERASE
           DISPLAY "*** CONFERENCIA DAS EXECUCOES DO LOTE ***" AT 0203
           DISPLAY "EXECUCOES A PARTIR DA DATA (AAAAMMDD, EM BRANCO ="
               AT 0403
           DISPLAY "HOJE).:" AT 0503
           ACCEPT W-INI-DATA
           IF W-INI-DATA = ZEROS
               MOVE W-DATA-ATUAL TO W-INI-DATA
           END-IF
           MOVE W-INI-DATA(5:2) TO W-INI-MES
           MOVE W-INI-DATA(7:2) TO W-INI-DIA
           IF W-INI-MES < 1 OR W-INI-MES > 12
               OR W-INI-DIA < 1 OR W-INI-DIA > 31
               DISPLAY "DATA INVALIDA!" AT 1903
               DISPLAY "OPERACAO CANCELADA." AT 2003
               STOP RUN
           END-IF

           DISPLAY "E DA HORA (HHMM, EM BRANCO = 0000).:" AT 0703
           ACCEPT W-INI-HORA
           MOVE W-INI-HORA(3:2) TO W-INI-MIN
           IF W-INI-HORA > 2359 OR W-INI-MIN > 59
               DISPLAY "HORA INVALIDA!" AT 1903
               DISPLAY "OPERACAO CANCELADA." AT 2003
               STOP RUN
           END-IF

           DISPLAY "TOLERANCIA DE VOLUME EM % (EM BRANCO = 30).:"
               AT 0903
           ACCEPT W-TOLERANCIA
           IF W-TOLERANCIA = ZEROS
               MOVE 30 TO W-TOLERANCIA
           END-IF

           DISPLAY "COMPARAR COM QUANTAS EXECUCOES ANTERIORES (1 A 10,"
               AT 1103
           DISPLAY "EM BRANCO = 5).:" AT 1203
           ACCEPT W-ULTIMAS
           IF W-ULTIMAS = ZEROS
               MOVE 5 TO W-ULTIMAS
           END-IF
           IF W-ULTIMAS > 10
               MOVE 10 TO W-ULTIMAS
           END-IF

           DISPLAY "ARQUIVO DE PARAMETROS DO LOTE (EM BRANCO = NAO"
               AT 1403
           DISPLAY "CONFERIR OS PROGRAMAS ESPERADOS).:" AT 1503
           ACCEPT W-LOTE.
       101-FIM.

      *>--ABRE O HISTORICO E O RELATORIO
       102-ABRE-ARQUIVOS SECTION.

           OPEN INPUT ARQHST
           IF W-FSHST NOT = "00"
               DISPLAY "ERRO AO ABRIR O HISTEXEC.DAT! STATUS.:" AT 1903
               DISPLAY W-FSHST AT 1942
               DISPLAY "OPERACAO CANCELADA." AT 2003
               STOP RUN
           END-IF

           OPEN OUTPUT RELMON
           IF W-FSREL NOT = "00"
               DISPLAY "ERRO AO ABRIR O MONITORA.LST! STATUS.:"
                   AT 1903
               DISPLAY W-FSREL AT 1942
               CLOSE ARQHST
               STOP RUN
           END-IF

           STRING W-INI-DATA(7:2) "/" W-INI-DATA(5:2) "/"
               W-INI-DATA(1:4) DELIMITED BY SIZE INTO W-DATA-INI-ED
           END-STRING.
       102-FIM.

      *>--PROGRAMAS ESPERADOS: AS LINHAS "sh ./<PROG>.sh" DO JOB
      *>--MESTRE <PARAMETROS>.sh GERADO NO LOTE; DEPOIS VE NO FONTE
      *>--DE CADA UM SE ELE GRAVA O HISTORICO DE EXECUCAO
       103-CARREGA-LOTE SECTION.

           MOVE SPACES TO W-ARQTXT
           STRING W-LOTE DELIMITED BY SPACES
               ".sh" DELIMITED BY SIZE INTO W-ARQTXT
           END-STRING
           OPEN INPUT ARQTXT
           IF W-FSTXT NOT = "00"
               DISPLAY "JOB DO LOTE NAO ENCONTRADO:" AT 1903
               DISPLAY W-ARQTXT(1:40) AT 1931
               DISPLAY "OPERACAO CANCELADA." AT 2003
               CLOSE ARQHST
               CLOSE RELMON
               STOP RUN
           END-IF

           MOVE "N" TO W-FIM-TXT
           PERFORM 1031-LE-LOTE UNTIL FIM-DO-TEXTO
           CLOSE ARQTXT

           PERFORM 1032-CONFERE-FONTE
               VARYING W-IP FROM 1 BY 1 UNTIL W-IP > W-P-QTD.
       103-FIM.

      *>--UMA LINHA DO JOB MESTRE
       1031-LE-LOTE SECTION.

           READ ARQTXT
               AT END
                   SET FIM-DO-TEXTO TO TRUE
               NOT AT END
                   IF DADOS-TXT(1:5) = "sh ./"
                       MOVE SPACES TO W-NOME
                       UNSTRING DADOS-TXT(6:75) DELIMITED BY ".sh"
                           INTO W-NOME
                       END-UNSTRING
                       PERFORM 110-ACHA-PROGRAMA
                       IF W-IP-ACHADO = ZEROS
                           PERFORM 112-INCLUI-PROGRAMA
                       END-IF
                       IF W-IP-ACHADO > ZEROS
                           AND NOT P-ESPERADO(W-IP-ACHADO)
                           MOVE "S" TO W-P-ESPERADO(W-IP-ACHADO)
                           ADD 1 TO W-QTD-ESPERADOS
                       END-IF
                   END-IF
           END-READ.
       1031-FIM.

      *>--O PROGRAMA SO GRAVA O HISTORICO SE O FONTE TEM A ROTINA
      *>--8980 (PADROES BATCH GERADOS COM ELA); OS OUTROS NAO TEM
      *>--COMO SER CONFERIDOS
       1032-CONFERE-FONTE SECTION.

           MOVE SPACES TO W-ARQTXT
           STRING W-P-PROGRAMA(W-IP) DELIMITED BY SPACES
               ".cbl" DELIMITED BY SIZE INTO W-ARQTXT
           END-STRING
           OPEN INPUT ARQTXT
           IF W-FSTXT NOT = "00"
               MOVE "F" TO W-P-ROTINA(W-IP)
           ELSE
               MOVE "N" TO W-P-ROTINA(W-IP)
               MOVE "N" TO W-FIM-TXT
               PERFORM 1033-LE-FONTE
                   UNTIL FIM-DO-TEXTO OR P-GRAVA-HISTORICO(W-IP)
               CLOSE ARQTXT
           END-IF.
       1032-FIM.

      *>--PROCURA A ROTINA QUE GRAVA O HISTORICO NUMA LINHA DO FONTE
       1033-LE-FONTE SECTION.

           READ ARQTXT
               AT END
                   SET FIM-DO-TEXTO TO TRUE
               NOT AT END
                   MOVE ZEROS TO W-CONT
                   INSPECT DADOS-TXT TALLYING W-CONT
                       FOR ALL "8980-GRAVA-HISTORICO"
                   IF W-CONT > ZEROS
                       MOVE "S" TO W-P-ROTINA(W-IP)
                   END-IF
           END-READ.
       1033-FIM.

      *>--LE O PROXIMO REGISTRO DO HISTORICO; REGISTRO DANIFICADO
      *>--FICA SEM PROGRAMA E E IGNORADO
       104-LE-HISTORICO SECTION.

           READ ARQHST INTO W-HST
               AT END
                   SET FIM-DO-HISTORICO TO TRUE
               NOT AT END
                   IF W-H-DATA NOT NUMERIC
                       OR W-H-HORA NOT NUMERIC
                       OR W-H-RC NOT NUMERIC
                       OR W-H-QTD-ARQ NOT NUMERIC
                       OR W-H-QTD-ARQ > 10
                       MOVE SPACES TO W-H-PROGRAMA
                   ELSE
                       DIVIDE W-H-HORA BY 10000 GIVING W-HHMM
                   END-IF
           END-READ.
       104-FIM.

      *>--1A. PASSADA: GUARDA AS EXECUCOES DESDE A DATA/HORA PEDIDA
       105-CARREGA-PERIODO SECTION.

           IF W-H-PROGRAMA = SPACES
               ADD 1 TO W-QTD-INVALIDOS
           END-IF

           IF W-H-PROGRAMA NOT = SPACES
               AND (W-H-DATA > W-INI-DATA
                   OR (W-H-DATA = W-INI-DATA
                       AND W-HHMM NOT < W-INI-HORA))
               IF W-E-QTD < 300
                   ADD 1 TO W-E-QTD
                   MOVE W-HST TO W-E-REG(W-E-QTD)
                   MOVE W-H-PROGRAMA TO W-NOME
                   PERFORM 110-ACHA-PROGRAMA
                   IF W-IP-ACHADO = ZEROS
                       PERFORM 112-INCLUI-PROGRAMA
                   END-IF
                   IF W-IP-ACHADO > ZEROS
                       ADD 1 TO W-P-EXECS(W-IP-ACHADO)
                   END-IF
               ELSE
                   SET TABELA-CHEIA TO TRUE
               END-IF
           END-IF

           PERFORM 104-LE-HISTORICO.
       105-FIM.

      *>--2A. PASSADA: EXECUCOES NORMAIS (RETORNO ATE 4) ANTERIORES
      *>--AO PERIODO; FICAM OS VOLUMES DAS ULTIMAS N DE CADA PROGRAMA
       106-CARREGA-ANTERIOR SECTION.

           IF W-H-PROGRAMA NOT = SPACES
               AND W-H-RC NOT > 4
               AND (W-H-DATA < W-INI-DATA
                   OR (W-H-DATA = W-INI-DATA
                       AND W-HHMM < W-INI-HORA))
               MOVE W-H-PROGRAMA TO W-NOME
               PERFORM 110-ACHA-PROGRAMA
               IF W-IP-ACHADO > ZEROS
                   MOVE W-IP-ACHADO TO W-IP
                   IF W-P-H-PROX(W-IP) = ZEROS
                       OR W-P-H-PROX(W-IP) > W-ULTIMAS
                       MOVE 1 TO W-P-H-PROX(W-IP)
                   END-IF
                   MOVE W-P-H-PROX(W-IP) TO W-IH
                   PERFORM 107-GUARDA-VOLUME
                       VARYING W-IA FROM 1 BY 1 UNTIL W-IA > 10
                   ADD 1 TO W-P-H-PROX(W-IP)
                   IF W-P-H-QTD(W-IP) < W-ULTIMAS
                       ADD 1 TO W-P-H-QTD(W-IP)
                   END-IF
               END-IF
           END-IF

           PERFORM 104-LE-HISTORICO.
       106-FIM.

      *>--VOLUME DE UM ARQUIVO NUMA EXECUCAO = LIDOS + GRAVADOS
       107-GUARDA-VOLUME SECTION.

           IF W-IA > W-H-QTD-ARQ
               MOVE ZEROS TO W-P-H-VOL(W-IP, W-IH, W-IA)
           ELSE
               COMPUTE W-P-H-VOL(W-IP, W-IH, W-IA) =
                   W-H-ARQ-LIDOS(W-IA) + W-H-ARQ-GRAVADOS(W-IA)
           END-IF.
       107-FIM.

      *>--PROCURA W-NOME NA TABELA DE PROGRAMAS (W-IP-ACHADO = ZEROS
      *>--QUANDO NAO ESTA)
       110-ACHA-PROGRAMA SECTION.

           MOVE ZEROS TO W-IP-ACHADO
           PERFORM 111-COMPARA-PROGRAMA
               VARYING W-IP FROM 1 BY 1
               UNTIL W-IP > W-P-QTD OR W-IP-ACHADO > ZEROS.
       110-FIM.

       111-COMPARA-PROGRAMA SECTION.

           IF W-P-PROGRAMA(W-IP) = W-NOME
               MOVE W-IP TO W-IP-ACHADO
           END-IF.
       111-FIM.

      *>--NOVO PROGRAMA NA TABELA (ATE 300)
       112-INCLUI-PROGRAMA SECTION.

           IF W-P-QTD < 300
               ADD 1 TO W-P-QTD
               MOVE W-P-QTD TO W-IP-ACHADO
               MOVE W-NOME TO W-P-PROGRAMA(W-P-QTD)
               MOVE "N" TO W-P-ESPERADO(W-P-QTD)
               MOVE "S" TO W-P-ROTINA(W-P-QTD)
               MOVE ZEROS TO W-P-EXECS(W-P-QTD)
               MOVE ZEROS TO W-P-H-QTD(W-P-QTD)
               MOVE ZEROS TO W-P-H-PROX(W-P-QTD)
           ELSE
               SET TABELA-CHEIA TO TRUE
           END-IF.
       112-FIM.

      *>--CABECALHO COM OS PARAMETROS DA CONFERENCIA
       120-CABECALHO SECTION.

           MOVE SPACES TO DADOS-REL
           STRING "CONFERENCIA DAS EXECUCOES EM " DELIMITED BY SIZE
               W-DATA-HOJE DELIMITED BY SIZE
               " - EXECUCOES DESDE " DELIMITED BY SIZE
               W-DATA-INI-ED DELIMITED BY SIZE
               " " W-INI-HORA(1:2) ":" W-INI-HORA(3:2)
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           IF W-LOTE NOT = SPACES
               STRING "LOTE: " DELIMITED BY SIZE
                   W-LOTE DELIMITED BY SPACES
                   " (JOB " DELIMITED BY SIZE
                   W-LOTE DELIMITED BY SPACES
                   ".sh)" DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               STRING "LOTE: NAO INFORMADO - PROGRAMAS ESPERADOS "
                   DELIMITED BY SIZE
                   "NAO CONFERIDOS" DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "TOLERANCIA DE VOLUME: " DELIMITED BY SIZE
               W-TOLERANCIA DELIMITED BY SIZE
               "% SOBRE A MEDIA DAS ULTIMAS " DELIMITED BY SIZE
               W-ULTIMAS DELIMITED BY SIZE
               " EXECUCOES NORMAIS (RETORNO ATE 4)" DELIMITED BY SIZE
               INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE "VOLUME DE UM ARQUIVO = REGISTROS LIDOS + GRAVADOS"
               TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:79)
           WRITE REG-REL.
       120-FIM.

      *>--UM PROGRAMA: CADA EXECUCAO DO PERIODO, OU O MOTIVO DE NAO
      *>--TER O QUE CONFERIR
       130-RELATA-PROGRAMA SECTION.

           IF W-P-EXECS(W-IP) > ZEROS
               ADD 1 TO W-QTD-EXECUTOU
               PERFORM 131-RELATA-EXECUCAO
                   VARYING W-IE FROM 1 BY 1 UNTIL W-IE > W-E-QTD
           ELSE
               MOVE SPACES TO DADOS-REL
               EVALUATE TRUE
                   WHEN P-SEM-FONTE(W-IP)
                       ADD 1 TO W-QTD-NAO-EXEC
                       ADD 1 TO W-QTD-ALERTAS
                       MOVE 4 TO W-RC
                       STRING "PROGRAMA: " DELIMITED BY SIZE
                           W-P-PROGRAMA(W-IP) DELIMITED BY SIZE
                           "  *** ALERTA: NAO EXECUTOU - FONTE "
                           DELIMITED BY SIZE
                           "NAO ENCONTRADO" DELIMITED BY SIZE
                           INTO DADOS-REL
                       END-STRING
                   WHEN P-SEM-ROTINA(W-IP)
                       ADD 1 TO W-QTD-NAO-CONF
                       STRING "PROGRAMA: " DELIMITED BY SIZE
                           W-P-PROGRAMA(W-IP) DELIMITED BY SIZE
                           "  NAO GRAVA HISTORICO DE EXECUCAO - "
                           DELIMITED BY SIZE
                           "NAO CONFERIDO" DELIMITED BY SIZE
                           INTO DADOS-REL
                       END-STRING
                   WHEN OTHER
                       ADD 1 TO W-QTD-NAO-EXEC
                       ADD 1 TO W-QTD-ALERTAS
                       MOVE 4 TO W-RC
                       STRING "PROGRAMA: " DELIMITED BY SIZE
                           W-P-PROGRAMA(W-IP) DELIMITED BY SIZE
                           "  *** ALERTA: NAO EXECUTOU NO PERIODO"
                           DELIMITED BY SIZE INTO DADOS-REL
                       END-STRING
               END-EVALUATE
               WRITE REG-REL
               MOVE SPACES TO DADOS-REL
               WRITE REG-REL
           END-IF.
       130-FIM.

      *>--UMA EXECUCAO DO PROGRAMA: RETORNO, ARQUIVOS COMPARADOS COM
      *>--A MEDIA, TOTAIS DE CONTROLE E OS ALERTAS
       131-RELATA-EXECUCAO SECTION.

           MOVE W-E-REG(W-IE) TO W-HST
           IF W-H-PROGRAMA = W-P-PROGRAMA(W-IP)
               ADD 1 TO W-QTD-EXECS
               MOVE ZEROS TO W-EXEC-ALERTAS
               MOVE ZEROS TO W-VOL-TOTAL
               DIVIDE W-H-HORA BY 10000 GIVING W-HHMM
               MOVE SPACES TO W-DATA-ED
               STRING W-H-DATA(7:2) "/" W-H-DATA(5:2) "/"
                   W-H-DATA(1:4) DELIMITED BY SIZE INTO W-DATA-ED
               END-STRING
               MOVE SPACES TO W-HORA-ED
               STRING W-H-HORA(1:2) ":" W-H-HORA(3:2)
                   DELIMITED BY SIZE INTO W-HORA-ED
               END-STRING

               MOVE SPACES TO DADOS-REL
               STRING "PROGRAMA: " DELIMITED BY SIZE
                   W-H-PROGRAMA DELIMITED BY SIZE
                   "  EXECUCAO " DELIMITED BY SIZE
                   W-DATA-ED DELIMITED BY SIZE
                   " " W-HORA-ED DELIMITED BY SIZE
                   "  RETORNO " W-H-RC DELIMITED BY SIZE
                   "  HISTORICO: " DELIMITED BY SIZE
                   W-P-H-QTD(W-IP) DELIMITED BY SIZE
                   " EXECUCOES" DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL

               IF W-H-REINICIO = "S"
                   MOVE SPACES TO DADOS-REL
                   MOVE "    EXECUCAO DE REINICIO (CHECKPOINT)"
                       TO DADOS-REL
                   WRITE REG-REL
               END-IF

               IF W-H-QTD-ARQ > ZEROS
                   MOVE SPACES TO DADOS-REL
                   STRING "    ARQUIVO          LIDOS    GRAVADOS "
                       DELIMITED BY SIZE
                       "REJEITADOS   MEDIA ANTERIOR  DESVIO%  SITUACAO"
                       DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
                   WRITE REG-REL
                   PERFORM 132-RELATA-ARQUIVO
                       VARYING W-IA FROM 1 BY 1
                       UNTIL W-IA > W-H-QTD-ARQ
               END-IF

               IF W-H-QTD-TOT IS NUMERIC
                   PERFORM 133-RELATA-TOTAL
                       VARYING W-IT FROM 1 BY 1
                       UNTIL W-IT > W-H-QTD-TOT
               END-IF

               IF W-H-RC NOT = ZEROS
                   MOVE SPACES TO W-ALERTA
                   STRING "TERMINOU COM RETORNO " DELIMITED BY SIZE
                       W-H-RC DELIMITED BY SIZE INTO W-ALERTA
                   END-STRING
                   PERFORM 134-ALERTA
               END-IF

               IF W-H-QTD-ARQ > ZEROS AND W-VOL-TOTAL = ZEROS
                   MOVE "NENHUM REGISTRO LIDO OU GRAVADO" TO W-ALERTA
                   PERFORM 134-ALERTA
               END-IF

               IF W-P-H-QTD(W-IP) = ZEROS
                   MOVE SPACES TO DADOS-REL
                   MOVE "    SEM EXECUCOES ANTERIORES P/ COMPARAR"
                       TO DADOS-REL
                   WRITE REG-REL
               END-IF

               MOVE SPACES TO DADOS-REL
               IF W-EXEC-ALERTAS = ZEROS
                   MOVE "    RESULTADO: OK" TO DADOS-REL
               ELSE
                   ADD 1 TO W-QTD-COM-ALERTA
                   MOVE 4 TO W-RC
                   STRING "    RESULTADO: VERIFICAR (" DELIMITED BY SIZE
                       W-EXEC-ALERTAS DELIMITED BY SIZE
                       " ALERTAS)" DELIMITED BY SIZE INTO DADOS-REL
                   END-STRING
               END-IF
               WRITE REG-REL
               MOVE SPACES TO DADOS-REL
               WRITE REG-REL
           END-IF.
       131-FIM.

      *>--UM ARQUIVO DA EXECUCAO: VOLUME CONTRA A MEDIA DAS ANTERIORES
       132-RELATA-ARQUIVO SECTION.

           COMPUTE W-VOLUME = W-H-ARQ-LIDOS(W-IA)
               + W-H-ARQ-GRAVADOS(W-IA)
           ADD W-VOLUME TO W-VOL-TOTAL
           MOVE W-H-ARQ-LIDOS(W-IA) TO W-LIDOS-ED
           MOVE W-H-ARQ-GRAVADOS(W-IA) TO W-GRAV-ED
           MOVE W-H-ARQ-REJEITADOS(W-IA) TO W-REJ-ED
           MOVE ZEROS TO W-MEDIA
           MOVE ZEROS TO W-DESVIO
           MOVE SPACES TO W-SIT-ARQ

           IF W-P-H-QTD(W-IP) = ZEROS
               MOVE "SEM HISTORICO" TO W-SIT-ARQ
           ELSE
               MOVE ZEROS TO W-SOMA
               PERFORM 1321-SOMA-ANTERIOR
                   VARYING W-IH FROM 1 BY 1
                   UNTIL W-IH > W-P-H-QTD(W-IP)
               COMPUTE W-MEDIA ROUNDED = W-SOMA / W-P-H-QTD(W-IP)
               IF W-MEDIA = ZEROS
                   IF W-VOLUME = ZEROS
                       MOVE "OK" TO W-SIT-ARQ
                   ELSE
                       MOVE 999999 TO W-DESVIO
                       MOVE "FORA DA TOLERANCIA" TO W-SIT-ARQ
                   END-IF
               ELSE
                   COMPUTE W-DESVIO ROUNDED =
                       (W-VOLUME - W-MEDIA) * 100 / W-MEDIA
                   IF W-DESVIO > W-TOLERANCIA
                       OR W-DESVIO < ZEROS - W-TOLERANCIA
                       MOVE "FORA DA TOLERANCIA" TO W-SIT-ARQ
                   ELSE
                       MOVE "OK" TO W-SIT-ARQ
                   END-IF
               END-IF
           END-IF

           IF W-DESVIO > 999999
               MOVE 999999 TO W-DESVIO
           END-IF
           MOVE W-MEDIA TO W-MEDIA-ED
           MOVE W-DESVIO TO W-DESVIO-ED

           MOVE SPACES TO DADOS-REL
           IF W-P-H-QTD(W-IP) = ZEROS
               STRING "    " W-H-ARQ-NOME(W-IA) DELIMITED BY SIZE
                   " " W-LIDOS-ED DELIMITED BY SIZE
                   " " W-GRAV-ED DELIMITED BY SIZE
                   " " W-REJ-ED DELIMITED BY SIZE
                   "                          " DELIMITED BY SIZE
                   W-SIT-ARQ DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           ELSE
               STRING "    " W-H-ARQ-NOME(W-IA) DELIMITED BY SIZE
                   " " W-LIDOS-ED DELIMITED BY SIZE
                   " " W-GRAV-ED DELIMITED BY SIZE
                   " " W-REJ-ED DELIMITED BY SIZE
                   "   " W-MEDIA-ED DELIMITED BY SIZE
                   "  " W-DESVIO-ED DELIMITED BY SIZE
                   "  " W-SIT-ARQ DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
           END-IF
           WRITE REG-REL

           IF W-SIT-ARQ = "FORA DA TOLERANCIA"
               MOVE SPACES TO W-ALERTA
               STRING "VOLUME DE " DELIMITED BY SIZE
                   W-H-ARQ-NOME(W-IA) DELIMITED BY SPACES
                   " FORA DA TOLERANCIA" DELIMITED BY SIZE
                   INTO W-ALERTA
               END-STRING
               PERFORM 134-ALERTA
           END-IF.
       132-FIM.

       1321-SOMA-ANTERIOR SECTION.

           ADD W-P-H-VOL(W-IP, W-IH, W-IA) TO W-SOMA.
       1321-FIM.

      *>--TOTAL DE CONTROLE DA EXECUCAO (SO INFORMATIVO)
       133-RELATA-TOTAL SECTION.

           MOVE W-H-TOT-VALOR(W-IT) TO W-VALOR-ED
           MOVE SPACES TO DADOS-REL
           STRING "    TOTAL " W-H-TOT-NOME(W-IT) DELIMITED BY SIZE
               " " W-VALOR-ED DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       133-FIM.

      *>--LINHA DE ALERTA DA EXECUCAO
       134-ALERTA SECTION.

           ADD 1 TO W-EXEC-ALERTAS
           ADD 1 TO W-QTD-ALERTAS
           MOVE SPACES TO DADOS-REL
           STRING "    *** ALERTA: " DELIMITED BY SIZE
               W-ALERTA DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL.
       134-FIM.

      *>--RESUMO DA CONFERENCIA E ENCERRAMENTO
       140-FINALIZA SECTION.

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:79)
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMAS ESPERADOS NO LOTE..: " DELIMITED BY SIZE
               W-QTD-ESPERADOS DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMAS QUE EXECUTARAM.....: " DELIMITED BY SIZE
               W-QTD-EXECUTOU DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMAS QUE NAO EXECUTARAM.: " DELIMITED BY SIZE
               W-QTD-NAO-EXEC DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "PROGRAMAS NAO CONFERIDOS.....: " DELIMITED BY SIZE
               W-QTD-NAO-CONF DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "EXECUCOES NO PERIODO.........: " DELIMITED BY SIZE
               W-QTD-EXECS DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "EXECUCOES COM ALERTA.........: " DELIMITED BY SIZE
               W-QTD-COM-ALERTA DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "TOTAL DE ALERTAS.............: " DELIMITED BY SIZE
               W-QTD-ALERTAS DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           IF W-QTD-INVALIDOS > ZEROS
               MOVE SPACES TO DADOS-REL
               STRING "REGISTROS INVALIDOS IGNORADOS: "
                   DELIMITED BY SIZE
                   W-QTD-INVALIDOS DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               WRITE REG-REL
           END-IF

           IF TABELA-CHEIA
               MOVE SPACES TO DADOS-REL
               STRING "ATENCAO: MAIS DE 300 EXECUCOES/PROGRAMAS NO "
                   DELIMITED BY SIZE
                   "PERIODO - CONFERENCIA INCOMPLETA" DELIMITED BY SIZE
                   INTO DADOS-REL
               END-STRING
               WRITE REG-REL
               MOVE 4 TO W-RC
           END-IF

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           IF W-QTD-COM-ALERTA = ZEROS AND W-QTD-NAO-EXEC = ZEROS
               AND NOT TABELA-CHEIA
               MOVE "SITUACAO DO LOTE: CONFERIDO, SEM ALERTAS"
                   TO DADOS-REL
           ELSE
               MOVE "SITUACAO DO LOTE: VERIFICAR OS ALERTAS ACIMA"
                   TO DADOS-REL
           END-IF
           WRITE REG-REL

           CLOSE RELMON.
       140-FIM.
