               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSCONF.

           SELECT ARQRSV ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RSV-CHAVE
               FILE STATUS     IS W-FSRSV.

       DATA DIVISION.
       FILE SECTION.

               05  CAT-BOK       PIC X(200).
               05  CAT-JOB       PIC X(14).
               05  CAT-TIPO      PIC X(01).
               05  CAT-SITUACAO  PIC X(01).
               05  CAT-DATA-SIT  PIC X(10).
               05  CAT-RC        PIC 9(03).

           FD  ARQBOK
               VALUE OF FILE-ID IS W-ARQBOK.
           01  REG-CONF.
               05  DADOS-CONF  PIC X(80) VALUE SPACES.

           FD  ARQRSV
               VALUE OF FILE-ID IS W-ARQRSV.

           01  REG-RSV.
               05  RSV-CHAVE.
                   10  RSV-PREFIXO   PIC X(03).
                   10  RSV-NUM-INI   PIC 9(03).
               05  RSV-NUM-FIM   PIC 9(03).
               05  RSV-ANALISTA  PIC X(30).
               05  RSV-DATA      PIC X(10).
               05  RSV-VALIDADE  PIC 9(08).
               05  RSV-FINALIDADE PIC X(40).
               05  RSV-SITUACAO  PIC X(01).
                   88  RESERVA-ABERTA   VALUE "A".
                   88  RESERVA-LIBERADA VALUE "L".
               05  RSV-DATA-LIB  PIC X(10).

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSMRG     PIC X(02) VALUE SPACES.
           05  W-FSBKP     PIC X(02) VALUE SPACES.
           05  W-FSCONF    PIC X(02) VALUE SPACES.
           05  W-FSRSV     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQCBL    PIC X(50) VALUE SPACES.
           05  W-ARQMRG    PIC X(50) VALUE SPACES.
           05  W-ARQBKP    PIC X(50) VALUE SPACES.
           05  W-ARQCONF   PIC X(50) VALUE "CONFERE.LST".
           05  W-ARQRSV    PIC X(50) VALUE "RESERVA.DAT".

       01  W-VAR.
           05  W-KK          PIC 9(02) VALUE ZEROS.
               88  SEQ-ASSIGN-DINAMICO  VALUE 3.
           05  W-SEQ-ASSIGN-VALOR PIC X(30) OCCURS 999 TIMES.
           05  W-SEQ-SORT-CHAVE   PIC X(10) OCCURS 999 TIMES.
           05  W-SEQ-LAYOUT       PIC X(10) OCCURS 999 TIMES.
           05  W-SEQ-LAY-PREFIX   PIC X(01) OCCURS 999 TIMES.
               88  SEQ-LAY-COM-PREFIX VALUE "S".
           05  W-SEQ-TAM-REG      PIC 9(05) OCCURS 999 TIMES.
           05  W-SEQ-CHV-POS      PIC 9(05) OCCURS 999 TIMES.
           05  W-SEQ-CHV-TAM      PIC 9(05) OCCURS 999 TIMES.
           05  W-SEQ-CHV-REF      PIC X(01) OCCURS 999 TIMES.
               88  SEQ-CHV-POR-POSICAO VALUE "S".
           05  W-SEQ-SRT-POS      PIC 9(05) OCCURS 999 TIMES.
           05  W-SEQ-SRT-TAM      PIC 9(05) OCCURS 999 TIMES.
           05  W-SEQ-SRT-PIC      PIC X(20) OCCURS 999 TIMES.
           05  W-SEQ-SRT-USO      PIC X(02) OCCURS 999 TIMES.
           05  W-NOME-BOK    PIC X(10) OCCURS 999 TIMES.
           05  W-NOME-CBL    PIC X(10) VALUE SPACES.
           05  W-MODO-EXEC   PIC X(01) VALUE "I".
               88  SOBRESCREVE-SIM VALUE "S" "s".
           05  W-NOME-OK     PIC X(01) VALUE "N".
               88  NOME-VALIDO VALUE "S".
           05  W-RSV-CONFERIU PIC X(01) VALUE "N".
               88  RESERVA-CONFERIDA VALUE "S".
           05  W-LINHA          PIC 9(04) VALUE ZEROS.
           05  W-PONTEIRO-CAT   PIC 9(03) VALUE 1.
           05  W-DATA-ATUAL     PIC 9(08) VALUE ZEROS.
           05  W-NOME-JOB       PIC X(14) VALUE SPACES.
           05  W-JOB-AVISO      PIC X(01) VALUE "N".
               88  JOB-NAO-GRAVADO VALUE "S".
           05  W-JOB-FASE       PIC X(10) VALUE SPACES.
           05  W-JOB-DENTRO     PIC X(01) VALUE "N".
               88  JOB-DENTRO-DO-IF VALUE "S".
           05  W-JOB-ECHO       PIC X(77) VALUE SPACES.
           05  W-GER-ARQ        PIC 9(03) VALUE ZEROS.
           05  W-GER-OPER       PIC X(10) VALUE SPACES.
           05  W-GER-EOF        PIC X(01) VALUE "N".
           05  W-GERA-MANUT     PIC X(01) VALUE "N".
           05  W-GERA-REL       PIC X(01) VALUE "N".
           05  W-GERA-SUB       PIC X(01) VALUE "N".
           05  W-GERA-TRF       PIC X(01) VALUE "N".
           05  W-GERA-CKP       PIC X(01) VALUE "N".
           05  W-CKP-INTERVALO  PIC 9(07) VALUE ZEROS.
           05  W-CKP-AVISO      PIC X(01) VALUE "N".
               88  CHECKPOINT-NAO-ATENDIDO VALUE "S".
           05  W-CKP-QTD-SEQ    PIC 9(01) VALUE ZEROS.
           05  W-CKP-IX         PIC 9(01) VALUE ZEROS.
           05  W-CKP-CHAVE      PIC X(30) VALUE SPACES.
           05  W-CKP-CHV-TAM    PIC 9(05) VALUE ZEROS.
           05  W-CKP-SAIDA      PIC X(10) VALUE SPACES.
           05  W-GERA-HST       PIC X(01) VALUE "N".
           05  W-HST-QTD-SEQ    PIC 9(01) VALUE ZEROS.
           05  W-HST-IX         PIC 9(01) VALUE ZEROS.
           05  W-HST-COL        PIC 9(02) VALUE ZEROS.
           05  W-LNK-AREA       PIC X(30) VALUE SPACES.
           05  W-ARQCBL-SAV     PIC X(50) VALUE SPACES.
           05  W-NOME-DRV       PIC X(14) VALUE SPACES.
               10  FILLER PIC X(10) VALUE "0123456789".
               10  FILLER PIC X(14) VALUE "().,:;=-'+*/<>".

      *>--FINGERPRINT DO CODIGO GERADO DE UM FONTE: SO AS LINHAS
      *>--FORA DOS TRECHOS DE USUARIO, SEM COMENTARIO E SEM LINHA EM
      *>--BRANCO. REGISTRO G DO SPEC = TOTAL + QTDE DE LINHAS;
      *>--REGISTROS L = FINGERPRINT CURTO DE CADA LINHA (14 POR REG)
       01  W-FP-FONTE.
           05  W-FPF-TOTAL      PIC 9(09) VALUE ZEROS.
           05  W-FPF-LINHAS     PIC 9(05) VALUE ZEROS.
           05  W-FPF-LINHA      PIC 9(05) VALUE ZEROS.
           05  W-FPF-SPEC       PIC 9(09) VALUE ZEROS.
           05  W-FPF-SPEC-LIN   PIC 9(05) VALUE ZEROS.
           05  W-FPF-ACHOU-G    PIC X(01) VALUE "N".
               88  FPF-TEM-G VALUE "S".
           05  W-FPF-ABRIU      PIC X(01) VALUE "N".
               88  FPF-FONTE-ABERTO VALUE "S".
           05  W-FPF-NO-TRECHO  PIC X(01) VALUE "N".
               88  FPF-DENTRO-TRECHO VALUE "S".
           05  W-FPF-GRAVA-L    PIC X(01) VALUE "N".
               88  FPF-GRAVA-LINHAS VALUE "S".
           05  W-FPF-L-QTD      PIC 9(02) VALUE ZEROS.
           05  W-FPF-L-POS      PIC 9(02) VALUE ZEROS.
           05  W-FPF-L-PRIM     PIC 9(05) VALUE ZEROS.
           05  W-FPF-L-DADO     PIC X(75) VALUE SPACES.
           05  W-EDICAO-MANUAL  PIC X(01) VALUE "N".
               88  FONTE-EDITADO VALUE "S".
           05  W-FORCA-EDICAO   PIC X(01) VALUE "N".
               88  FORCA-SOBRESCRITA VALUE "F" "f".

      *>--RESERVA DE NOMES (RESERVA.DAT): NOME RESERVADO P/ OUTRO
      *>--ANALISTA E PROPOSTA DO PROXIMO NUMERO LIVRE DE UM PREFIXO
       01  W-RESERVA.
           05  W-RSV-NUM        PIC 9(03) VALUE ZEROS.
           05  W-RSV-BLOQUEIO   PIC X(01) VALUE "N".
               88  NOME-RESERVADO VALUE "S".
           05  W-FIM-RSV        PIC X(01) VALUE "N".
               88  FIM-DAS-RESERVAS VALUE "S".
           05  W-FIM-PFX        PIC X(01) VALUE "N".
               88  FIM-DO-PREFIXO VALUE "S".
           05  W-RSV-AUTOR-CMP  PIC X(30) VALUE SPACES.
           05  W-RSV-DONO-CMP   PIC X(30) VALUE SPACES.
           05  W-RSV-DONO       PIC X(30) VALUE SPACES.
           05  W-RSV-FINALIDADE PIC X(40) VALUE SPACES.
           05  W-RSV-VALIDADE   PIC 9(08) VALUE ZEROS.
           05  W-RSV-MAIOR      PIC 9(04) VALUE ZEROS.
           05  W-RSV-PROXIMO    PIC 9(04) VALUE ZEROS.
           05  W-RSV-PROX-OK    PIC X(01) VALUE "N".
               88  PROXIMO-LIVRE VALUE "S".
           05  W-RSV-USA        PIC X(01) VALUE SPACES.
               88  USA-PROPOSTA VALUE "S" "s".

       01  W-TRECHOS.
           05  W-TRE-QTD        PIC 9(02) VALUE ZEROS.
           05  W-TRE-PEDIDO     PIC X(20) VALUE SPACES.
                   15  W-LAY-BOK-GRUPO PIC X(01).
                   15  W-LAY-BOK-VALOR PIC X(01).

      *>--POSICAO E TAMANHO DE CADA ITEM DO LAYOUT EM W-LAY-TRAB
      *>--(GRUPO = SOMA DOS SUBORDINADOS VEZES O OCCURS; QUEM
      *>--REDEFINE NAO SOMA E TOMA A POSICAO DO REDEFINIDO)
       01  W-CALC-LAY.
           05  W-CLY-ITEM OCCURS 99 TIMES.
               10  W-CLY-PAI       PIC 9(03).
               10  W-CLY-UNID      PIC 9(05).
               10  W-CLY-TAM       PIC 9(05).
               10  W-CLY-OFF       PIC 9(05).
               10  W-CLY-CUR       PIC 9(05).
           05  W-CLY-TOPO          PIC 9(02) VALUE ZEROS.
           05  W-CLY-PILHA OCCURS 50 TIMES.
               10  W-CLY-PIL-NIVEL PIC 9(02).
               10  W-CLY-PIL-IDX   PIC 9(03).
           05  W-CLY-J             PIC 9(03) VALUE ZEROS.
           05  W-CLY-K             PIC 9(03) VALUE ZEROS.
           05  W-CLY-NIVEL         PIC 9(02) VALUE ZEROS.
           05  W-CLY-MULT          PIC 9(03) VALUE ZEROS.
           05  W-CLY-ACHOU         PIC 9(03) VALUE ZEROS.
           05  W-CLY-PROCURA       PIC X(30) VALUE SPACES.
           05  W-CLY-NOME          PIC X(30) VALUE SPACES.
           05  W-CLY-OCC           PIC X(01) VALUE "N".
               88  CAMPO-EM-OCCURS VALUE "S".
           05  W-CA-PIC            PIC X(20) VALUE SPACES.
           05  W-CA-USO            PIC X(02) VALUE SPACES.
           05  W-CA-TAM            PIC 9(03) VALUE ZEROS.
           05  W-CA-DIGITOS        PIC 9(03) VALUE ZEROS.
           05  W-CA-IDX            PIC 9(02) VALUE ZEROS.
           05  W-CA-REP            PIC 9(03) VALUE ZEROS.
           05  W-CA-ULT9           PIC X(01) VALUE "N".
           05  W-TAM-ED            PIC 9(05) VALUE ZEROS.
           05  W-POS-ED            PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       100-INICIO.

           END-IF

           IF NOT PROGRAMA-COM-ERRO
               PERFORM 204-PEGA-SEQ VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-SEQUENT OR PROGRAMA-COM-ERRO
           END-IF

               ADD 100 TO W-LINHA
           END-IF

           IF CHECKPOINT-NAO-ATENDIDO
               DISPLAY "ATENCAO: CHECKPOINT NAO GERADO - A SAIDA DA"
                   AT W-LINHA
               ADD 100 TO W-LINHA
               DISPLAY "TRANSFORMACAO NAO E SEQUENCIAL E NAO PODE"
                   AT W-LINHA
               ADD 100 TO W-LINHA
               DISPLAY "SER REPOSICIONADA NO REINICIO." AT W-LINHA
               ADD 100 TO W-LINHA
           END-IF

           IF CATALOGO-NAO-GRAVADO
               DISPLAY "ATENCAO: FALHA AO GRAVAR O CATALOGO.DAT -"
                   AT W-LINHA
                       END-STRING
                       WRITE REG-RES-TXT
                   END-IF

                   IF CHECKPOINT-NAO-ATENDIDO
                       MOVE SPACES TO REG-RES-TXT
                       STRING "    ATENCAO: CHECKPOINT NAO GERADO - "
                           DELIMITED BY SIZE
                           "SAIDA NAO SEQUENCIAL" DELIMITED BY SIZE
                           INTO REG-RES-TXT
                       END-STRING
                       WRITE REG-RES-TXT
                   END-IF

      *>--SOBRESCRITA FORCADA ("3SF") DE FONTE ALTERADO A MAO: A
      *>--ALTERACAO SO FICOU NO BACKUP VERSIONADO
                   IF FONTE-EDITADO
                       MOVE SPACES TO REG-RES-TXT
                       STRING "    ATENCAO: EDICAO A MAO SALVA EM "
                           DELIMITED BY SIZE
                           W-NOME-CBL DELIMITED BY SPACES
                           ".V" DELIMITED BY SIZE
                           W-VER-BACKUP DELIMITED BY SIZE
                           ".cbl" DELIMITED BY SIZE
                           INTO REG-RES-TXT
                       END-STRING
                       WRITE REG-RES-TXT
                   END-IF
               END-IF
               PERFORM 122-GRAVA-CHECKPOINT
           END-IF
                   VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-LOTE-QTD

      *>--PASSO FINAL: LEVA OS RETORNOS DO RESUMO.LOG P/ A
      *>--SITUACAO DE CADA PROGRAMA NO CATALOGO
               MOVE SPACES TO DADOS-JOB
               MOVE "# ATUALIZA A SITUACAO DOS PROGRAMAS NO CATALOGO"
                   TO DADOS-JOB
               WRITE REG-JOB

               MOVE SPACES TO DADOS-JOB
               MOVE "./atualiza-cat" TO DADOS-JOB
               WRITE REG-JOB

               MOVE SPACES TO DADOS-JOB
               STRING 'echo "FIM DO LOTE ' DELIMITED BY SIZE
                   W-NOME-PARM DELIMITED BY SPACES
               END-STRING
               WRITE REG-JOB

               MOVE SPACES TO DADOS-JOB
               MOVE "   ./atualiza-cat" TO DADOS-JOB
               WRITE REG-JOB

               MOVE SPACES TO DADOS-JOB
               MOVE "   exit $RC" TO DADOS-JOB
               WRITE REG-JOB
           MOVE "N" TO W-TRUNC-SEQ
           MOVE "N" TO W-TRUNC-BOK
           MOVE "N" TO W-TIPO-PROC-AVISO
           MOVE "N" TO W-CKP-AVISO
           MOVE "N" TO W-CAT-AVISO
           MOVE "N" TO W-SPEC-AVISO
           MOVE "N" TO W-JOB-AVISO
           MOVE ZEROS TO W-ARQ
           MOVE ZEROS TO W-SEQUENT
           MOVE ZEROS TO W-BOK
           MOVE ZEROS TO W-CKP-INTERVALO
           MOVE "N" TO W-EDICAO-MANUAL
           MOVE "N" TO W-FORCA-EDICAO
           MOVE ZEROS TO W-TIPO-PROC.
       118-FIM.

               WRITE REG-JOB

               MOVE SPACES TO DADOS-JOB
               MOVE "RC=$?" TO DADOS-JOB
               WRITE REG-JOB

               MOVE SPACES TO DADOS-JOB
               MOVE "if [ $RC -ne 0 ] ; then" TO DADOS-JOB
               WRITE REG-JOB

               MOVE SPACES TO DADOS-JOB
               END-STRING
               WRITE REG-JOB

      *>--RETORNOS DA COMPILACAO E DA EXECUCAO VAO P/ O RESUMO.LOG,
      *>--DE ONDE O atualiza-cat OS LEVA P/ O CATALOGO
               MOVE "COMPILACAO" TO W-JOB-FASE
               MOVE "S" TO W-JOB-DENTRO
               PERFORM 1261-JOB-ECHO-RC
               MOVE "N" TO W-JOB-DENTRO

               MOVE SPACES TO DADOS-JOB
               MOVE "   exit 8" TO DADOS-JOB
               WRITE REG-JOB
               MOVE "fi" TO DADOS-JOB
               WRITE REG-JOB

               MOVE "COMPILACAO" TO W-JOB-FASE
               PERFORM 1261-JOB-ECHO-RC

               MOVE SPACES TO DADOS-JOB
               MOVE "# ATRIBUICAO DOS ARQUIVOS DO PROGRAMA"
                   TO DADOS-JOB
               MOVE "# EXECUCAO" TO DADOS-JOB
               WRITE REG-JOB

      *>--COM CHECKPOINT O PARAMETRO R RETOMA A EXECUCAO QUE FALHOU
               IF W-GERA-CKP = "S"
                   MOVE SPACES TO DADOS-JOB
                   STRING "# REINICIO APOS FALHA: sh " DELIMITED BY SIZE
                       W-NOME-CBL DELIMITED BY SPACES
                       ".sh R (RETOMA DO " DELIMITED BY SIZE
                       W-NOME-CBL DELIMITED BY SPACES
                       ".CKP)" DELIMITED BY SIZE INTO DADOS-JOB
                   END-STRING
                   WRITE REG-JOB
               END-IF

               MOVE SPACES TO DADOS-JOB
               EVALUATE TRUE
                   WHEN W-GERA-SUB = "S"
                       STRING "./" DELIMITED BY SIZE
                           W-NOME-DRV DELIMITED BY SPACES
                           INTO DADOS-JOB
                       END-STRING
                   WHEN W-GERA-CKP = "S"
                       STRING "./" DELIMITED BY SIZE
                           W-NOME-CBL DELIMITED BY SPACES
                           " $1" DELIMITED BY SIZE INTO DADOS-JOB
                       END-STRING
                   WHEN OTHER
                       STRING "./" DELIMITED BY SIZE
                           W-NOME-CBL DELIMITED BY SPACES
                           INTO DADOS-JOB
                       END-STRING
               END-EVALUATE
               WRITE REG-JOB

               MOVE SPACES TO DADOS-JOB
               MOVE "RC=$?" TO DADOS-JOB
               WRITE REG-JOB

               MOVE "EXECUCAO" TO W-JOB-FASE
               PERFORM 1261-JOB-ECHO-RC

               MOVE SPACES TO DADOS-JOB
               MOVE "exit $RC" TO DADOS-JOB
               WRITE REG-JOB

               IF W-FSJOB NOT = "00"
           END-IF.
       126-FIM.

      *>--GRAVA NO JOB O ECHO DO RETORNO DE UMA FASE NO RESUMO.LOG
      *>--(PROGRAMA FASE RC=n DD/MM/AAAA)
       1261-JOB-ECHO-RC SECTION.

           MOVE SPACES TO W-JOB-ECHO
           STRING 'echo "' DELIMITED BY SIZE
               W-NOME-CBL DELIMITED BY SPACES
               " " DELIMITED BY SIZE
               W-JOB-FASE DELIMITED BY SPACES
               " RC=$RC `date +%d/%m/%Y`" DELIMITED BY SIZE
               '" >> RESUMO.LOG' DELIMITED BY SIZE
               INTO W-JOB-ECHO
           END-STRING

           MOVE SPACES TO DADOS-JOB
           IF JOB-DENTRO-DO-IF
               STRING "   " W-JOB-ECHO DELIMITED BY SIZE
                   INTO DADOS-JOB
               END-STRING
           ELSE
               MOVE W-JOB-ECHO TO DADOS-JOB
           END-IF
           WRITE REG-JOB.
       1261-FIM.

      *>--GRAVA A LINHA DE ATRIBUICAO DE UM ARQUIVO NO JOB
       1260-JOB-ARQUIVO SECTION.

               END-IF
           END-IF

      *>--OS PADROES DE LEITURA SEQUENCIAL PODEM GRAVAR CHECKPOINT
      *>--(O INTERVALO VEM NO PROPRIO REGISTRO 9 DO PARAMETRO)
           IF NOT PROGRAMA-COM-ERRO
               IF PROC-LEITURA-RELATORIO OR PROC-MASTER-DETALHE
                   OR PROC-TRANSFORMA OR PROC-SUMARIZACAO
                   PERFORM 1064-PEGA-INTERVALO
               ELSE
                   MOVE ZEROS TO W-CKP-INTERVALO
               END-IF
           END-IF

      *>--A SUMARIZACAO PRECISA DOS CAMPOS DE QUEBRA E DE TOTAL
           IF NOT PROGRAMA-COM-ERRO AND PROC-SUMARIZACAO
               IF MODO-BATCH
           END-IF.
       106-FIM.

      *>--INTERVALO DE CHECKPOINT: A CADA N REGISTROS LIDOS O FONTE
      *>--GERADO GRAVA O <FONTE>.CKP P/ REINICIO (ZERO = SEM CHECKPOINT)
       1064-PEGA-INTERVALO SECTION.

           IF MODO-BATCH
               IF PARM-DADO(2:7) NUMERIC
                   MOVE PARM-DADO(2:7) TO W-CKP-INTERVALO
               ELSE
                   MOVE ZEROS TO W-CKP-INTERVALO
               END-IF
           ELSE
               MOVE "S" TO W-ALTERA
               IF MODO-REGENERA
                   DISPLAY ERASE
                   DISPLAY "*** ROTINA PARA CRIAR FONTE CBL ***"
                       AT 0203
                   DISPLAY "CHECKPOINT ATUAL (A CADA N REGISTROS).:"
                       AT 0403
                   DISPLAY W-CKP-INTERVALO AT 0443
                   DISPLAY "ALTERA (S/N)?.:" AT 0603
                   ACCEPT W-ALTERA
               END-IF
               IF ALTERA-SIM
                   DISPLAY ERASE
                   DISPLAY "*** ROTINA PARA CRIAR FONTE CBL ***"
                       AT 0203
                   DISPLAY "GRAVAR CHECKPOINT P/ REINICIO A CADA"
                       AT 0403
                   DISPLAY "QUANTOS REGISTROS? (0 = SEM CHECKPOINT).:"
                       AT 0503
                   ACCEPT W-CKP-INTERVALO
               END-IF
           END-IF.
       1064-FIM.

      *>--LE OS REGISTROS DE QUEBRA (B) E TOTAIS (T) DO PARAMETRO
       1060-PEGA-QUEBRAS SECTION.

       107-PEGA-NOME-CBL SECTION.

           MOVE "N" TO W-NOME-OK
           MOVE "N" TO W-RSV-CONFERIU
           PERFORM 1070-VALIDA-NOME UNTIL NOME-VALIDO
               OR PROGRAMA-COM-ERRO

      *>--NOME RESERVADO P/ OUTRO E RECUSADO ANTES DA PERGUNTA DE
      *>--SOBRESCREVER E DO BACKUP; EM LOTE O AUTOR (REGISTRO A) VEM
      *>--DEPOIS DO REGISTRO 3, ENTAO A CONFERENCIA E FEITA LOGO APOS
      *>--LER O REGISTRO 3
           IF NOT PROGRAMA-COM-ERRO AND NOT MODO-BATCH
               PERFORM 1087-CONFERE-AUTOR-RESERVA
           END-IF

           IF NOT PROGRAMA-COM-ERRO
               STRING W-NOME-CBL ".cbl" DELIMITED BY SPACES
                   INTO W-ARQCBL
               OPEN INPUT ARQCBL
               IF CBL-JA-EXISTE
                   CLOSE ARQCBL
                   PERFORM 1076-CONFERE-EDICAO
                   DISPLAY ERASE
                   DISPLAY "*** ROTINA PARA CRIAR FONTE CBL ***"
                       AT 0203
                   DISPLAY "ATENCAO: JA EXISTE UM FONTE COM ESSE "
                       AT 0503
                   DISPLAY "NOME!" AT 0540
                   IF FONTE-EDITADO
                       DISPLAY "O CODIGO GERADO FOI ALTERADO A MAO "
                           AT 0603
                       DISPLAY "(FORA DOS TRECHOS) E SERA PERDIDO!"
                           AT 0638
                   END-IF
                   IF MODO-BATCH
                       PERFORM 105-LE-PARM
                       IF FIM-DO-PARM OR NOT PARM-SOBRESCR
                           PERFORM 1059-ERRO-PARM
                       ELSE
                           MOVE PARM-DADO(1:1) TO W-SOBRESCREVE
                           MOVE PARM-DADO(2:1) TO W-FORCA-EDICAO
                       END-IF
                   ELSE
                       DISPLAY "DESEJA SOBRESCREVER (S/N)?.:" AT 0703
                       ACCEPT W-SOBRESCREVE
                   END-IF

      *>--EM LOTE, FONTE COM O CODIGO GERADO ALTERADO A MAO SO E
      *>--SOBRESCRITO COM "F" NA COLUNA 2 DO REGISTRO 3 ("3SF")
                   IF NOT PROGRAMA-COM-ERRO AND SOBRESCREVE-SIM
                       AND MODO-BATCH AND FONTE-EDITADO
                       AND NOT FORCA-SOBRESCRITA
                       SET PROGRAMA-COM-ERRO TO TRUE
                       MOVE SPACES TO W-MOTIVO-ERRO
                       STRING "ALTERADO FORA DOS TRECHOS - "
                           DELIMITED BY SIZE
                           "NAO SOBRESCRITO" DELIMITED BY SIZE
                           INTO W-MOTIVO-ERRO
                       END-STRING
                   END-IF

                   IF NOT PROGRAMA-COM-ERRO AND SOBRESCREVE-SIM
                       AND NOT RESERVA-CONFERIDA
                       PERFORM 1087-CONFERE-AUTOR-RESERVA
                   END-IF

                   IF NOT PROGRAMA-COM-ERRO
                       AND NOT SOBRESCREVE-SIM
                       IF MODO-BATCH
               END-IF
           END-IF

           IF NOT PROGRAMA-COM-ERRO AND NOT RESERVA-CONFERIDA
               PERFORM 1087-CONFERE-AUTOR-RESERVA
           END-IF.
       107-FIM.

      *>--COM O AUTOR CONHECIDO, RECUSA NOME RESERVADO P/ OUTRO
       1087-CONFERE-AUTOR-RESERVA SECTION.

           SET RESERVA-CONFERIDA TO TRUE
           PERFORM 1075-PEGA-AUTOR-DESCR

           IF NOT PROGRAMA-COM-ERRO
               PERFORM 1078-CONFERE-RESERVA
               IF NOME-RESERVADO
                   IF MODO-BATCH
                       SET PROGRAMA-COM-ERRO TO TRUE
                       MOVE SPACES TO W-MOTIVO-ERRO
                       STRING "RESERVADO P/ " DELIMITED BY SIZE
                           W-RSV-DONO DELIMITED BY SIZE
                           INTO W-MOTIVO-ERRO
                       END-STRING
                   ELSE
                       PERFORM 1086-TELA-RESERVADO
                   END-IF
               END-IF
           END-IF.
       1087-FIM.

      *>--NOME RESERVADO P/ OUTRO ANALISTA: MOSTRA A RESERVA E CANCELA
       1086-TELA-RESERVADO SECTION.

           DISPLAY ERASE
           DISPLAY "*** ROTINA PARA CRIAR FONTE CBL ***" AT 0203
           DISPLAY "NOME RESERVADO P/ OUTRO ANALISTA!" AT 0503
           DISPLAY "ANALISTA...:" AT 0703
           DISPLAY W-RSV-DONO AT 0716
           DISPLAY "FINALIDADE.:" AT 0803
           DISPLAY W-RSV-FINALIDADE AT 0816
           IF W-RSV-VALIDADE NOT = 99999999
               DISPLAY "VALIDADE...:" AT 0903
               DISPLAY W-RSV-VALIDADE(7:2) AT 0916
               DISPLAY "/" AT 0918
               DISPLAY W-RSV-VALIDADE(5:2) AT 0919
               DISPLAY "/" AT 0921
               DISPLAY W-RSV-VALIDADE(1:4) AT 0922
           END-IF
           DISPLAY "OPERACAO CANCELADA." AT 1103
           STOP RUN.
       1086-FIM.

      *>--O NOME ESTA NUMA RESERVA ABERTA E NO PRAZO DE OUTRO
      *>--ANALISTA? (O DONO DA RESERVA E COMPARADO COM O AUTOR)
       1078-CONFERE-RESERVA SECTION.

           MOVE "N" TO W-RSV-BLOQUEIO
           MOVE "N" TO W-FIM-RSV
           MOVE W-NOME-CBL(4:3) TO W-RSV-NUM
           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE W-AUTOR TO W-RSV-AUTOR-CMP
           INSPECT W-RSV-AUTOR-CMP
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *>--SEM ARQUIVO DE RESERVAS NAO HA O QUE CONFERIR
           OPEN INPUT ARQRSV
           IF W-FSRSV = "00"
               MOVE W-NOME-CBL(1:3) TO RSV-PREFIXO
               MOVE ZEROS TO RSV-NUM-INI
               START ARQRSV KEY NOT < RSV-CHAVE
                   INVALID KEY
                       SET FIM-DAS-RESERVAS TO TRUE
               END-START
               PERFORM 1079-LE-RESERVA
                   UNTIL FIM-DAS-RESERVAS OR NOME-RESERVADO
               CLOSE ARQRSV
           END-IF.
       1078-FIM.

      *>--LE A PROXIMA RESERVA DO PREFIXO E CONFERE SE CONTEM O NOME
       1079-LE-RESERVA SECTION.

           READ ARQRSV NEXT RECORD
               AT END
                   SET FIM-DAS-RESERVAS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RSV-PREFIXO NOT = W-NOME-CBL(1:3)
                           OR RSV-NUM-INI > W-RSV-NUM
                           SET FIM-DAS-RESERVAS TO TRUE
                       WHEN RESERVA-ABERTA
                           AND RSV-VALIDADE NOT < W-DATA-ATUAL
                           AND RSV-NUM-FIM NOT < W-RSV-NUM
                           MOVE RSV-ANALISTA TO W-RSV-DONO-CMP
                           INSPECT W-RSV-DONO-CMP
                               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           IF W-RSV-DONO-CMP NOT = W-RSV-AUTOR-CMP
                               SET NOME-RESERVADO TO TRUE
                               MOVE RSV-ANALISTA TO W-RSV-DONO
                               MOVE RSV-FINALIDADE TO W-RSV-FINALIDADE
                               MOVE RSV-VALIDADE TO W-RSV-VALIDADE
                           END-IF
                   END-EVALUATE
           END-READ
           IF W-FSRSV NOT = "00" AND W-FSRSV NOT = "02"
               SET FIM-DAS-RESERVAS TO TRUE
           END-IF.
       1079-FIM.

      *>--PROPOE O PROXIMO NUMERO LIVRE DO PREFIXO DIGITADO: MAIOR
      *>--NUMERO DO CATALOGO OU DE RESERVA ABERTA E NO PRAZO, MAIS 1,
      *>--PULANDO OS QUE JA TEM FONTE NO DISCO
       1074-PROPOE-NOME SECTION.

           MOVE ZEROS TO W-RSV-MAIOR
           MOVE "N" TO W-RSV-PROX-OK
           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD

           OPEN INPUT CATALOGO
           IF W-FSCAT = "00"
               MOVE "N" TO W-FIM-PFX
               MOVE SPACES TO REG-CAT
               MOVE W-NOME-CBL(1:3) TO CAT-PROGRAMA(1:3)
               MOVE ZEROS TO CAT-VERSAO
               START CATALOGO KEY NOT < CAT-CHAVE
                   INVALID KEY
                       SET FIM-DO-PREFIXO TO TRUE
               END-START
               PERFORM 1073-LE-CAT-PREFIXO UNTIL FIM-DO-PREFIXO
               CLOSE CATALOGO
           END-IF

           OPEN INPUT ARQRSV
           IF W-FSRSV = "00"
               MOVE "N" TO W-FIM-RSV
               MOVE W-NOME-CBL(1:3) TO RSV-PREFIXO
               MOVE ZEROS TO RSV-NUM-INI
               START ARQRSV KEY NOT < RSV-CHAVE
                   INVALID KEY
                       SET FIM-DAS-RESERVAS TO TRUE
               END-START
               PERFORM 1072-LE-RSV-PREFIXO UNTIL FIM-DAS-RESERVAS
               CLOSE ARQRSV
           END-IF

           COMPUTE W-RSV-PROXIMO = W-RSV-MAIOR + 1
           PERFORM 1071-PULA-FONTE-EXISTENTE
               UNTIL PROXIMO-LIVRE OR W-RSV-PROXIMO > 999

           IF PROXIMO-LIVRE
               DISPLAY "PROXIMO NUMERO LIVRE.:" AT 0703
               DISPLAY W-NOME-CBL(1:3) AT 0726
               DISPLAY W-RSV-PROXIMO(2:3) AT 0729
               DISPLAY "USAR ESSE NOME (S/N)?.:" AT 0803
               MOVE SPACES TO W-RSV-USA
               ACCEPT W-RSV-USA
               IF USA-PROPOSTA
                   MOVE W-RSV-PROXIMO(2:3) TO W-NOME-CBL(4:3)
               END-IF
           ELSE
               DISPLAY "NAO HA NUMERO LIVRE P/ ESSE PREFIXO!" AT 0703
               DISPLAY "TECLE ENTER.:" AT 0803
               ACCEPT W-PAUSA
           END-IF.
       1074-FIM.

      *>--MAIOR NUMERO CATALOGADO DO PREFIXO
       1073-LE-CAT-PREFIXO SECTION.

           READ CATALOGO NEXT RECORD
               AT END
                   SET FIM-DO-PREFIXO TO TRUE
               NOT AT END
                   IF CAT-PROGRAMA(1:3) NOT = W-NOME-CBL(1:3)
                       SET FIM-DO-PREFIXO TO TRUE
                   ELSE
                       IF CAT-PROGRAMA(4:3) IS NUMERIC
                           AND CAT-PROGRAMA(7:4) = SPACES
                           AND CAT-PROGRAMA(4:3) > W-RSV-MAIOR(2:3)
                           MOVE CAT-PROGRAMA(4:3) TO W-RSV-MAIOR(2:3)
                       END-IF
                   END-IF
           END-READ
           IF W-FSCAT NOT = "00" AND W-FSCAT NOT = "02"
               SET FIM-DO-PREFIXO TO TRUE
           END-IF.
       1073-FIM.

      *>--MAIOR NUMERO EM RESERVA ABERTA E NO PRAZO DO PREFIXO
       1072-LE-RSV-PREFIXO SECTION.

           READ ARQRSV NEXT RECORD
               AT END
                   SET FIM-DAS-RESERVAS TO TRUE
               NOT AT END
                   IF RSV-PREFIXO NOT = W-NOME-CBL(1:3)
                       SET FIM-DAS-RESERVAS TO TRUE
                   ELSE
                       IF RESERVA-ABERTA
                           AND RSV-VALIDADE NOT < W-DATA-ATUAL
                           AND RSV-NUM-FIM > W-RSV-MAIOR
                           MOVE RSV-NUM-FIM TO W-RSV-MAIOR
                       END-IF
                   END-IF
           END-READ
           IF W-FSRSV NOT = "00" AND W-FSRSV NOT = "02"
               SET FIM-DAS-RESERVAS TO TRUE
           END-IF.
       1072-FIM.

      *>--O NUMERO PROPOSTO NAO PODE TER FONTE NO DISCO
       1071-PULA-FONTE-EXISTENTE SECTION.

           MOVE SPACES TO W-ARQVELHO
           STRING W-NOME-CBL(1:3) DELIMITED BY SIZE
               W-RSV-PROXIMO(2:3) DELIMITED BY SIZE
               ".cbl" DELIMITED BY SIZE INTO W-ARQVELHO
           END-STRING
           OPEN INPUT ARQVELHO
           IF W-FSVEL = "00"
               CLOSE ARQVELHO
               ADD 1 TO W-RSV-PROXIMO
           ELSE
               SET PROXIMO-LIVRE TO TRUE
           END-IF.
       1071-FIM.

      *>--O CODIGO GERADO DO FONTE EXISTENTE FOI ALTERADO A MAO?
      *>--RECALCULA O FINGERPRINT E COMPARA COM O REGISTRO G DO
      *>--SPEC (SPEC ANTIGO, SEM REGISTRO G, NAO E CONFERIDO)
       1076-CONFERE-EDICAO SECTION.

           MOVE "N" TO W-EDICAO-MANUAL
           MOVE "N" TO W-FPF-ACHOU-G
           MOVE SPACES TO W-ARQSPEC
           STRING W-NOME-CBL DELIMITED BY SPACES
               ".spc" DELIMITED BY SIZE INTO W-ARQSPEC
           END-STRING

           MOVE "N" TO W-FIM-SPEC
           OPEN INPUT ARQSPEC
           IF W-FSSPEC = "00"
               PERFORM 1077-LE-SPEC-G UNTIL FIM-DO-SPEC
               CLOSE ARQSPEC
           END-IF

           IF FPF-TEM-G
               MOVE SPACES TO W-ARQBOK
               STRING W-NOME-CBL DELIMITED BY SPACES
                   ".cbl" DELIMITED BY SIZE INTO W-ARQBOK
               END-STRING
               PERFORM 164-CALC-HASH-FONTE
               IF W-FPF-TOTAL NOT = W-FPF-SPEC
                   OR W-FPF-LINHAS NOT = W-FPF-SPEC-LIN
                   SET FONTE-EDITADO TO TRUE
               END-IF
           END-IF.
       1076-FIM.

      *>--PROCURA O REGISTRO G NO SPEC DO FONTE EXISTENTE
       1077-LE-SPEC-G SECTION.

           READ ARQSPEC
               AT END
                   SET FIM-DO-SPEC TO TRUE
               NOT AT END
                   IF SPEC-TIPO = "G"
                       AND SPEC-DADO(1:14) IS NUMERIC
                       MOVE SPEC-DADO(1:9) TO W-FPF-SPEC
                       MOVE SPEC-DADO(10:5) TO W-FPF-SPEC-LIN
                       SET FPF-TEM-G TO TRUE
                       SET FIM-DO-SPEC TO TRUE
                   END-IF
           END-READ.
       1077-FIM.

      *>--PEGA O AUTOR E A DESCRICAO P/ O CABECALHO DO FONTE
       1075-PEGA-AUTOR-DESCR SECTION.

                       MOVE W-RESPOSTA TO W-NOME-CBL
                   END-IF
               ELSE
                   DISPLAY "(SO O PREFIXO, EX. PLA, PROPOE O PROXIMO"
                       AT 0503
                   DISPLAY "NUMERO LIVRE)" AT 0544
                   DISPLAY "QUAL O NOME DO SEU FONTE, EX. PLA001?.: "
                       AT 0403
                   ACCEPT W-NOME-CBL
      *>--SO O PREFIXO: PROPOE O PROXIMO NUMERO LIVRE DELE
                   IF W-NOME-CBL(1:3) IS ALPHABETIC
                       AND W-NOME-CBL(1:1) NOT = SPACE
                       AND W-NOME-CBL(2:1) NOT = SPACE
                       AND W-NOME-CBL(3:1) NOT = SPACE
                       AND W-NOME-CBL(4:7) = SPACES
                       PERFORM 1074-PROPOE-NOME
                   END-IF
               END-IF
           END-IF


       1080-LISTA-SEQ SECTION.

           MOVE SPACES TO W-LINHA-LAY
           IF W-SEQ-LAYOUT(W-I) = SPACES
               MOVE W-NOME-SEQ(W-I) TO W-LINHA-LAY
           ELSE
               MOVE W-SEQ-TAM-REG(W-I) TO W-TAM-ED
               STRING W-NOME-SEQ(W-I) " LAYOUT " W-SEQ-LAYOUT(W-I)
                   " REGISTRO " W-TAM-ED DELIMITED BY SIZE
                   INTO W-LINHA-LAY
               END-STRING
           END-IF
           DISPLAY W-LINHA-LAY AT W-LINHA
           ADD 100 TO W-LINHA.
       1080-FIM.

       201-FIM.

      *>--CRIA OS ARQUIVOS UTILIZADOS NO SIL
       204-PEGA-SEQ SECTION.

           MOVE "N" TO W-BOK-OK
           PERFORM 205-CRIA-SEQ UNTIL BOK-VALIDO
               OR PROGRAMA-COM-ERRO.
       204-FIM.

      *>--ACEITA UM ARQ SEQUENTIAL E CONFERE O BOK DE LAYOUT
       205-CRIA-SEQ SECTION.

           IF MODO-BATCH
                   MOVE PARM-DADO(23:1) TO W-SEQ-ASSIGN-TIPO(W-I)
                   MOVE PARM-DADO(24:30) TO W-SEQ-ASSIGN-VALOR(W-I)
                   MOVE PARM-DADO(54:10) TO W-SEQ-SORT-CHAVE(W-I)
                   MOVE PARM-DADO(64:10) TO W-SEQ-LAYOUT(W-I)
               END-IF
           ELSE
               MOVE "S" TO W-ALTERA
                   DISPLAY W-SEQ-ASSIGN-VALOR(W-I) AT 0928
                   DISPLAY "CHAVE DE SORT........:" AT 1003
                   DISPLAY W-SEQ-SORT-CHAVE(W-I) AT 1026
                   DISPLAY "BOK DE LAYOUT........:" AT 1103
                   DISPLAY W-SEQ-LAYOUT(W-I) AT 1126
                   DISPLAY "ALTERA (S/N)?.:" AT 1303
                   ACCEPT W-ALTERA
               END-IF
               IF NOT ALTERA-SIM
                   AT 1903
               DISPLAY "= NENHUM).:" AT 2003
               ACCEPT W-SEQ-SORT-CHAVE(W-I)

               DISPLAY "BOK DE LAYOUT DO REGISTRO (EM BRANCO = REG"
                   AT 2203
               DISPLAY "PADRAO DE 50 POSICOES).:" AT 2303
               ACCEPT W-SEQ-LAYOUT(W-I)
               END-IF
           END-IF

           IF NOT PROGRAMA-COM-ERRO
               PERFORM 206-VALIDA-LAYOUT-SEQ

               IF NOT BOK-VALIDO
                   IF MODO-BATCH
                       SET PROGRAMA-COM-ERRO TO TRUE
                       MOVE W-BOK-ERRO(1:45) TO W-MOTIVO-ERRO
                   ELSE
                       DISPLAY ERASE
                       DISPLAY "*** ROTINA PARA CRIAR FONTE CBL ***"
                           AT 0203
                       DISPLAY W-BOK-ERRO AT 0503
                       DISPLAY "TECLE ENTER P/ INFORMAR NOVAMENTE.:"
                           AT 0703
                       ACCEPT W-PAUSA
                   END-IF
               END-IF
           END-IF.
       205-FIM.

      *>--CONFERE O BOK DE LAYOUT DO ARQ SEQUENTIAL: CALCULA O
      *>--TAMANHO DO REGISTRO E A POSICAO DA CHAVE E DA CHAVE DE
      *>--SORT, QUE TEM DE EXISTIR NO LAYOUT (A MARCA :PREFIX: DO
      *>--BOK E TROCADA PELO NOME DO ARQUIVO)
       206-VALIDA-LAYOUT-SEQ SECTION.

           SET BOK-VALIDO TO TRUE
           MOVE SPACES TO W-BOK-ERRO
           MOVE "N" TO W-SEQ-LAY-PREFIX(W-I)
           MOVE "N" TO W-SEQ-CHV-REF(W-I)
           MOVE ZEROS TO W-SEQ-TAM-REG(W-I)
           MOVE 1 TO W-SEQ-CHV-POS(W-I)
           MOVE 10 TO W-SEQ-CHV-TAM(W-I)
           MOVE ZEROS TO W-SEQ-SRT-POS(W-I)
           MOVE ZEROS TO W-SEQ-SRT-TAM(W-I)
           MOVE SPACES TO W-SEQ-SRT-PIC(W-I)
           MOVE SPACES TO W-SEQ-SRT-USO(W-I)

           IF W-SEQ-LAYOUT(W-I) NOT = SPACES
               MOVE SPACES TO W-ARQBOK
               STRING W-SEQ-LAYOUT(W-I) DELIMITED BY SPACES
                   ".bok" DELIMITED BY SIZE INTO W-ARQBOK
               END-STRING
               PERFORM 216-EXAMINA-BOK

               EVALUATE TRUE
                   WHEN NOT BOK-ABERTO
                       MOVE "N" TO W-BOK-OK
                       STRING "BOK NAO ENCONTRADO: " DELIMITED BY SIZE
                           W-ARQBOK DELIMITED BY SPACES
                           INTO W-BOK-ERRO
                       END-STRING
                   WHEN NOT ACHOU-NIVEL-01
                       MOVE "N" TO W-BOK-OK
                       STRING "BOK SEM REGISTRO NIVEL 01: "
                           DELIMITED BY SIZE
                           W-ARQBOK DELIMITED BY SPACES
                           INTO W-BOK-ERRO
                       END-STRING
                   WHEN W-TRAB-MAIS = "S"
                       MOVE "N" TO W-BOK-OK
                       STRING "LAYOUT COM MAIS DE 99 CAMPOS: "
                           DELIMITED BY SIZE
                           W-ARQBOK DELIMITED BY SPACES
                           INTO W-BOK-ERRO
                       END-STRING
               END-EVALUATE

               IF BOK-VALIDO
                   PERFORM 2060-VALIDA-VALUE VARYING W-CLY-J
                       FROM 1 BY 1 UNTIL W-CLY-J > W-TRAB-QTD
               END-IF

               IF BOK-VALIDO
                   IF ACHOU-PREFIX
                       SET SEQ-LAY-COM-PREFIX(W-I) TO TRUE
                   END-IF
      *>--O REGISTRO REG-<ARQUIVO> E GERADO NA FD: O LAYOUT NAO
      *>--PODE USAR ESSE NOME
                   MOVE SPACES TO W-CLY-PROCURA
                   STRING "REG-" DELIMITED BY SIZE
                       W-NOME-SEQ(W-I) DELIMITED BY SPACES
                       INTO W-CLY-PROCURA
                   END-STRING
                   PERFORM 2064-PROCURA-CAMPO
                   IF W-CLY-ACHOU NOT = ZEROS
                       MOVE "N" TO W-BOK-OK
                       STRING "LAYOUT USA O NOME RESERVADO "
                           DELIMITED BY SIZE
                           W-CLY-PROCURA DELIMITED BY SPACES
                           INTO W-BOK-ERRO
                       END-STRING
                   END-IF
               END-IF

               IF BOK-VALIDO
                   PERFORM 207-CALCULA-LAYOUT
                   PERFORM 2061-CONFERE-CHAVE
               END-IF

               IF BOK-VALIDO
                   PERFORM 2062-CONFERE-SORT
               END-IF
           END-IF.
       206-FIM.

      *>--O LAYOUT VAI NA FILE SECTION: NAO PODE TER VALUE
       2060-VALIDA-VALUE SECTION.

           IF W-TRAB-VALOR(W-CLY-J) = "S" AND BOK-VALIDO
               MOVE "N" TO W-BOK-OK
               STRING "LAYOUT DE ARQUIVO COM VALUE: " DELIMITED BY SIZE
                   W-ARQBOK DELIMITED BY SPACES INTO W-BOK-ERRO
               END-STRING
           END-IF.
       2060-FIM.

      *>--TAMANHO DO REGISTRO (MAIOR NIVEL 01) E POSICAO DA CHAVE
      *>--USADA NO TESTE DE SEQUENCIA E NO RECORD KEY
       2061-CONFERE-CHAVE SECTION.

           MOVE ZEROS TO W-SEQ-TAM-REG(W-I)
           PERFORM 2063-TAMANHO-REGISTRO VARYING W-CLY-J FROM 1 BY 1
               UNTIL W-CLY-J > W-TRAB-QTD

           IF W-SEQ-CHAVE(W-I) = SPACES
               SET SEQ-CHV-POR-POSICAO(W-I) TO TRUE
               IF W-SEQ-TAM-REG(W-I) < 10
                   MOVE W-SEQ-TAM-REG(W-I) TO W-SEQ-CHV-TAM(W-I)
               END-IF
           ELSE
               MOVE W-SEQ-CHAVE(W-I) TO W-CLY-PROCURA
               PERFORM 2064-PROCURA-CAMPO
               EVALUATE TRUE
                   WHEN W-CLY-ACHOU = ZEROS
                       MOVE "N" TO W-BOK-OK
                       STRING "CAMPO CHAVE NAO EXISTE NO LAYOUT: "
                           DELIMITED BY SIZE
                           W-SEQ-CHAVE(W-I) DELIMITED BY SPACES
                           INTO W-BOK-ERRO
                       END-STRING
                   WHEN CAMPO-EM-OCCURS
                       MOVE "N" TO W-BOK-OK
                       STRING "CAMPO CHAVE DENTRO DE OCCURS: "
                           DELIMITED BY SIZE
                           W-SEQ-CHAVE(W-I) DELIMITED BY SPACES
                           INTO W-BOK-ERRO
                       END-STRING
                   WHEN OTHER
                       COMPUTE W-SEQ-CHV-POS(W-I) =
                           W-CLY-OFF(W-CLY-ACHOU) + 1
                       MOVE W-CLY-TAM(W-CLY-ACHOU)
                           TO W-SEQ-CHV-TAM(W-I)
      *>--CHAVE COM SINAL, DECIMAL OU COMP NAO PODE SER MOVIDA P/
      *>--A AREA ALFANUMERICA DA CHAVE ANTERIOR: COMPARA OS BYTES
                       MOVE ZEROS TO W-TALLY
                       INSPECT W-TRAB-PIC(W-CLY-ACHOU) TALLYING
                           W-TALLY FOR ALL "S" ALL "V" ALL "P"
                       IF W-TALLY > ZEROS
                           OR W-TRAB-USO(W-CLY-ACHOU) NOT = SPACES
                           SET SEQ-CHV-POR-POSICAO(W-I) TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
       2061-FIM.

      *>--A CHAVE DE SORT TEM DE EXISTIR NO LAYOUT; GUARDA A
      *>--POSICAO, O PIC E O USO P/ MONTAR O SD
       2062-CONFERE-SORT SECTION.

           IF W-SEQ-SORT-CHAVE(W-I) NOT = SPACES
               MOVE W-SEQ-SORT-CHAVE(W-I) TO W-CLY-PROCURA
               PERFORM 2064-PROCURA-CAMPO
               EVALUATE TRUE
                   WHEN W-CLY-ACHOU = ZEROS
                       MOVE "N" TO W-BOK-OK
                       STRING "CHAVE DE SORT NAO EXISTE NO LAYOUT: "
                           DELIMITED BY SIZE
                           W-SEQ-SORT-CHAVE(W-I) DELIMITED BY SPACES
                           INTO W-BOK-ERRO
                       END-STRING
                   WHEN CAMPO-EM-OCCURS
                       MOVE "N" TO W-BOK-OK
                       STRING "CHAVE DE SORT DENTRO DE OCCURS: "
                           DELIMITED BY SIZE
                           W-SEQ-SORT-CHAVE(W-I) DELIMITED BY SPACES
                           INTO W-BOK-ERRO
                       END-STRING
                   WHEN OTHER
                       COMPUTE W-SEQ-SRT-POS(W-I) =
                           W-CLY-OFF(W-CLY-ACHOU) + 1
                       MOVE W-CLY-TAM(W-CLY-ACHOU)
                           TO W-SEQ-SRT-TAM(W-I)
                       MOVE W-TRAB-PIC(W-CLY-ACHOU)
                           TO W-SEQ-SRT-PIC(W-I)
                       MOVE W-TRAB-USO(W-CLY-ACHOU)
                           TO W-SEQ-SRT-USO(W-I)
               END-EVALUATE
           END-IF.
       2062-FIM.

      *>--O REGISTRO DO ARQUIVO TEM O TAMANHO DO MAIOR NIVEL 01
       2063-TAMANHO-REGISTRO SECTION.

           IF W-CLY-PAI(W-CLY-J) = ZEROS
               AND W-CLY-TAM(W-CLY-J) > W-SEQ-TAM-REG(W-I)
               MOVE W-CLY-TAM(W-CLY-J) TO W-SEQ-TAM-REG(W-I)
           END-IF.
       2063-FIM.

      *>--PROCURA NO LAYOUT O CAMPO DE NOME W-CLY-PROCURA (COM O
      *>--:PREFIX: JA TROCADO) E VE SE ELE ESTA DENTRO DE OCCURS
       2064-PROCURA-CAMPO SECTION.

           INSPECT W-CLY-PROCURA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO W-CLY-ACHOU
           MOVE "N" TO W-CLY-OCC
           PERFORM 2065-COMPARA-NOME VARYING W-CLY-J FROM 1 BY 1
               UNTIL W-CLY-J > W-TRAB-QTD OR W-CLY-ACHOU NOT = ZEROS

           IF W-CLY-ACHOU NOT = ZEROS
               MOVE W-CLY-ACHOU TO W-CLY-K
               PERFORM 2066-SOBE-GRUPO UNTIL W-CLY-K = ZEROS
           END-IF.
       2064-FIM.

       2065-COMPARA-NOME SECTION.

           MOVE W-TRAB-NOME(W-CLY-J) TO W-CLY-NOME
           MOVE ZEROS TO W-TALLY
           INSPECT W-CLY-NOME TALLYING W-TALLY FOR ALL ":PREFIX:"
           IF W-TALLY > ZEROS
               MOVE SPACES TO W-PARTE1
               MOVE SPACES TO W-PARTE2
               UNSTRING W-CLY-NOME DELIMITED BY ":PREFIX:"
                   INTO W-PARTE1 W-PARTE2
               END-UNSTRING
               MOVE SPACES TO W-CLY-NOME
               STRING W-PARTE1 DELIMITED BY SPACES
                   W-NOME-SEQ(W-I) DELIMITED BY SPACES
                   W-PARTE2 DELIMITED BY SPACES INTO W-CLY-NOME
               END-STRING
           END-IF
           INSPECT W-CLY-NOME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-CLY-NOME = W-CLY-PROCURA
               MOVE W-CLY-J TO W-CLY-ACHOU
           END-IF.
       2065-FIM.

      *>--O CAMPO OU ALGUM GRUPO ACIMA DELE TEM OCCURS?
       2066-SOBE-GRUPO SECTION.

           IF W-TRAB-OCC(W-CLY-K) NOT = ZEROS
               SET CAMPO-EM-OCCURS TO TRUE
           END-IF
           MOVE W-CLY-PAI(W-CLY-K) TO W-CLY-K.
       2066-FIM.

      *>--CALCULA PAI, TAMANHO E POSICAO DE CADA ITEM DE W-LAY-TRAB
       207-CALCULA-LAYOUT SECTION.

      *>--PILHA DE NIVEIS COM SENTINELA 00 NA BASE
           MOVE 1 TO W-CLY-TOPO
           MOVE ZEROS TO W-CLY-PIL-NIVEL(1)
           MOVE ZEROS TO W-CLY-PIL-IDX(1)
           PERFORM 2070-ACHA-PAI VARYING W-CLY-J FROM 1 BY 1
               UNTIL W-CLY-J > W-TRAB-QTD

      *>--DE TRAS P/ FRENTE: OS SUBORDINADOS SOMAM NO GRUPO ANTES
      *>--DO GRUPO SER TOTALIZADO
           PERFORM 2071-SOMA-GRUPO VARYING W-CLY-J FROM W-TRAB-QTD
               BY -1 UNTIL W-CLY-J = ZEROS

           PERFORM 2072-CALCULA-POSICAO VARYING W-CLY-J FROM 1 BY 1
               UNTIL W-CLY-J > W-TRAB-QTD.
       207-FIM.

      *>--ACHA O GRUPO A QUE O ITEM PERTENCE E O TAMANHO DO PIC
       2070-ACHA-PAI SECTION.

           MOVE W-TRAB-NIVEL(W-CLY-J) TO W-CLY-NIVEL
           IF W-CLY-NIVEL = 77
               MOVE 1 TO W-CLY-NIVEL
           END-IF

           PERFORM 2073-DESEMPILHA
               UNTIL W-CLY-PIL-NIVEL(W-CLY-TOPO) < W-CLY-NIVEL
           MOVE W-CLY-PIL-IDX(W-CLY-TOPO) TO W-CLY-PAI(W-CLY-J)

           IF W-CLY-TOPO < 50
               ADD 1 TO W-CLY-TOPO
               MOVE W-CLY-NIVEL TO W-CLY-PIL-NIVEL(W-CLY-TOPO)
               MOVE W-CLY-J TO W-CLY-PIL-IDX(W-CLY-TOPO)
           END-IF

           MOVE ZEROS TO W-CLY-UNID(W-CLY-J)
           MOVE ZEROS TO W-CLY-CUR(W-CLY-J)
           IF W-TRAB-PIC(W-CLY-J) NOT = SPACES
               OR W-TRAB-USO(W-CLY-J) = "C1" OR "C2"
               MOVE W-TRAB-PIC(W-CLY-J) TO W-CA-PIC
               MOVE W-TRAB-USO(W-CLY-J) TO W-CA-USO
               PERFORM 208-CALC-TAMANHO
               MOVE W-CA-TAM TO W-CLY-UNID(W-CLY-J)
           END-IF.
       2070-FIM.

      *>--TAMANHO TOTAL DO ITEM (COM OCCURS) SOMADO NO GRUPO PAI
       2071-SOMA-GRUPO SECTION.

           MOVE 1 TO W-CLY-MULT
           IF W-TRAB-OCC(W-CLY-J) NOT = ZEROS
               MOVE W-TRAB-OCC(W-CLY-J) TO W-CLY-MULT
           END-IF
           COMPUTE W-CLY-TAM(W-CLY-J) =
               W-CLY-UNID(W-CLY-J) * W-CLY-MULT

           IF W-CLY-PAI(W-CLY-J) NOT = ZEROS
               AND W-TRAB-RED(W-CLY-J) = SPACES
               ADD W-CLY-TAM(W-CLY-J)
                   TO W-CLY-UNID(W-CLY-PAI(W-CLY-J))
           END-IF.
       2071-FIM.

      *>--POSICAO DO ITEM: PROXIMO BYTE LIVRE DO GRUPO PAI, OU A
      *>--POSICAO DO ITEM REDEFINIDO
       2072-CALCULA-POSICAO SECTION.

           IF W-CLY-PAI(W-CLY-J) = ZEROS
               MOVE ZEROS TO W-CLY-OFF(W-CLY-J)
           ELSE
               MOVE W-CLY-CUR(W-CLY-PAI(W-CLY-J))
                   TO W-CLY-OFF(W-CLY-J)
               IF W-TRAB-RED(W-CLY-J) NOT = SPACES
                   MOVE W-CLY-J TO W-CLY-K
                   PERFORM 2074-ACHA-REDEFINIDO
                       UNTIL W-CLY-K NOT > W-CLY-PAI(W-CLY-J)
               ELSE
                   ADD W-CLY-TAM(W-CLY-J)
                       TO W-CLY-CUR(W-CLY-PAI(W-CLY-J))
               END-IF
           END-IF
           MOVE W-CLY-OFF(W-CLY-J) TO W-CLY-CUR(W-CLY-J).
       2072-FIM.

      *>--TIRA DA PILHA O NIVEL QUE NAO E MAIS GRUPO DO ITEM
       2073-DESEMPILHA SECTION.

           SUBTRACT 1 FROM W-CLY-TOPO.
       2073-FIM.

      *>--VOLTA NO LAYOUT ATE O IRMAO REDEFINIDO E TOMA A POSICAO
       2074-ACHA-REDEFINIDO SECTION.

           SUBTRACT 1 FROM W-CLY-K
           IF W-CLY-K > W-CLY-PAI(W-CLY-J)
               AND W-TRAB-NOME(W-CLY-K) = W-TRAB-RED(W-CLY-J)
               AND W-CLY-PAI(W-CLY-K) = W-CLY-PAI(W-CLY-J)
               MOVE W-CLY-OFF(W-CLY-K) TO W-CLY-OFF(W-CLY-J)
               MOVE W-CLY-PAI(W-CLY-J) TO W-CLY-K
           END-IF.
       2074-FIM.

      *>--CALCULA O TAMANHO EM BYTES DE UM PIC (COMO NO gera-dat)
       208-CALC-TAMANHO SECTION.

           MOVE ZEROS TO W-CA-TAM
           MOVE ZEROS TO W-CA-DIGITOS
           MOVE "N" TO W-CA-ULT9
           MOVE ZEROS TO W-CA-REP

           PERFORM 2080-EXAMINA-SIMBOLO VARYING W-CA-IDX FROM 1 BY 1
               UNTIL W-CA-IDX > 20
               OR W-CA-PIC(W-CA-IDX:1) = SPACE

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
       208-FIM.

      *>--UM SIMBOLO DO PIC
       2080-EXAMINA-SIMBOLO SECTION.

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
                   PERFORM 2081-PEGA-REPETICAO
               WHEN OTHER
                   ADD 1 TO W-CA-TAM
                   MOVE "N" TO W-CA-ULT9
           END-EVALUATE.
       2080-FIM.

      *>--TRATA O FATOR DE REPETICAO (N) DO PIC
       2081-PEGA-REPETICAO SECTION.

           MOVE ZEROS TO W-CA-REP
           ADD 1 TO W-CA-IDX
           PERFORM 2082-SOMA-DIGITO
               UNTIL W-CA-IDX > 20
               OR W-CA-PIC(W-CA-IDX:1) = ")"
               OR W-CA-PIC(W-CA-IDX:1) = SPACE

           IF W-CA-REP > 1
               ADD W-CA-REP TO W-CA-TAM
               SUBTRACT 1 FROM W-CA-TAM
               IF W-CA-ULT9 = "S"
                   ADD W-CA-REP TO W-CA-DIGITOS
                   SUBTRACT 1 FROM W-CA-DIGITOS
               END-IF
           END-IF.
       2081-FIM.

       2082-SOMA-DIGITO SECTION.

           MOVE W-CA-PIC(W-CA-IDX:1) TO W-DIG-X
           COMPUTE W-CA-REP = W-CA-REP * 10 + W-DIG-N
           ADD 1 TO W-CA-IDX.
       2082-FIM.

      *>--PEGA OS BOK'S UTILIZADOS NO SIL
       210-PEGA-BOK SECTION.

           MOVE "N" TO W-BOK-OK
           PERFORM 211-ACEITA-BOK UNTIL BOK-VALIDO
               OR PROGRAMA-COM-ERRO.
       210-FIM.

               END-IF
           END-IF

           MOVE "N" TO W-GERA-TRF
           IF PROC-TRANSFORMA AND W-SEQUENT >= 2
               AND (SEQ-ORG-SEQUENCIAL(1)
                   OR NOT SEQ-ACESSO-DINAMICO(1))
               AND (SEQ-ORG-SEQUENCIAL(2)
                   OR NOT SEQ-ACESSO-DINAMICO(2))
               MOVE "S" TO W-GERA-TRF
           END-IF

      *>--CHECKPOINT/REINICIO NOS PADROES 1, 2, 3 E 7; NA
      *>--TRANSFORMACAO A SAIDA TEM DE SER SEQUENCIAL P/ SER
      *>--REPOSICIONADA NO REINICIO
           MOVE "N" TO W-GERA-CKP
           IF W-CKP-INTERVALO > ZEROS
               EVALUATE TRUE
                   WHEN W-GERA-REL = "S" OR W-GERA-MD = "S"
                       OR W-GERA-SUM = "S"
                       MOVE "S" TO W-GERA-CKP
                   WHEN W-GERA-TRF = "S"
                       IF SEQ-ORG-SEQUENCIAL(2)
                           MOVE "S" TO W-GERA-CKP
                       ELSE
                           SET CHECKPOINT-NAO-ATENDIDO TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF W-GERA-CKP = "S"
               PERFORM 179-PREPARA-CKP
           END-IF

      *>--HISTORICO DE EXECUCAO NOS PADROES BATCH (1, 2, 3, 4 E 7)
           MOVE "N" TO W-GERA-HST
           MOVE ZEROS TO W-HST-QTD-SEQ
           EVALUATE TRUE
               WHEN W-GERA-REL = "S"
                   MOVE "S" TO W-GERA-HST
                   MOVE 1 TO W-HST-QTD-SEQ
               WHEN W-GERA-MD = "S" OR W-GERA-TRF = "S"
                   MOVE "S" TO W-GERA-HST
                   MOVE 2 TO W-HST-QTD-SEQ
               WHEN W-GERA-SORT = "S" OR W-GERA-SUM = "S"
                   MOVE "S" TO W-GERA-HST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           OPEN OUTPUT ARQCBL

           IF W-FSCBL NOT = "00"
               WRITE REG-CBL
           END-IF

           IF W-GERA-CKP = "S"
               PERFORM 170-GERA-CKP-SELECT
           END-IF

           IF W-GERA-HST = "S"
               PERFORM 190-GERA-HST-SELECT
           END-IF

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

                   END-IF
                   WRITE REG-CBL

                   IF W-SEQ-LAYOUT(W-SEQUENT) NOT = SPACES
                       PERFORM 1092-GERA-REG-LAYOUT
                   ELSE
                       MOVE SPACES TO DADOS-CBL
                       STRING "          01 REG-" DELIMITED BY SIZE
                           W-NOME-SEQ(W-SEQUENT) DELIMITED BY SPACES "."
                           INTO DADOS-CBL
                       END-STRING
                       WRITE REG-CBL

                       IF SEQ-ORG-INDEXADO(W-SEQUENT)
                           MOVE SPACES TO DADOS-CBL
                           STRING "            05 " DELIMITED BY SIZE
                               W-SEQ-CHAVE(W-SEQUENT)
                               DELIMITED BY SPACES
                               " PIC X(10)." DELIMITED BY SIZE
                               INTO DADOS-CBL
                           END-STRING
                           WRITE REG-CBL

                           MOVE SPACES TO DADOS-CBL
                           STRING "            05 W-"
                               W-NOME-SEQ(W-SEQUENT)
                               " PIC X(40) VALUE SPACES." INTO DADOS-CBL
                           END-STRING
                           WRITE REG-CBL
                       ELSE
                           MOVE SPACES TO DADOS-CBL
                           STRING "            05 W-"
                               W-NOME-SEQ(W-SEQUENT)
                               " PIC X(50) VALUE SPACES." INTO DADOS-CBL
                           END-STRING
                           WRITE REG-CBL
                       END-IF
                   END-IF
                   SUBTRACT 1 FROM W-SEQUENT
                   IF W-SEQUENT = ZEROS EXIT PERFORM END-IF
               WRITE REG-CBL
           END-IF

           IF W-GERA-CKP = "S"
               PERFORM 171-GERA-CKP-FD
           END-IF

           IF W-GERA-HST = "S"
               PERFORM 191-GERA-HST-FD
           END-IF

           IF W-GERA-SORT = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "       SD  ARQSORT." TO DADOS-CBL
               MOVE "          01 REG-SORT." TO DADOS-CBL
               WRITE REG-CBL

               IF W-SEQ-LAYOUT(1) NOT = SPACES
                   PERFORM 1093-GERA-SD-LAYOUT
               ELSE
                   MOVE SPACES TO DADOS-CBL
                   STRING "            05 " DELIMITED BY SIZE
                       W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                       " PIC X(10)." DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
                   WRITE REG-CBL

                   MOVE SPACES TO DADOS-CBL
                   MOVE "            05 FILLER PIC X(40)." TO DADOS-CBL
                   WRITE REG-CBL
               END-IF

               MOVE SPACES TO DADOS-CBL
               WRITE REG-CBL
                   END-STRING
                   WRITE REG-CBL

      *>--COM BOK DE LAYOUT O NOME FISICO NAO FICA NO REGISTRO
                   IF W-SEQ-LAYOUT(W-SEQUENT) NOT = SPACES
                       AND W-SEQ-ASSIGN-VALOR(W-SEQUENT) = SPACES
                       MOVE SPACES TO DADOS-CBL
                       STRING "       77 W-" DELIMITED BY SIZE
                           W-NOME-SEQ(W-SEQUENT) DELIMITED BY SPACES
                           ' PIC X(50) VALUE "' DELIMITED BY SIZE
                           W-NOME-SEQ(W-SEQUENT) DELIMITED BY SPACES
                           '.DAT".' DELIMITED BY SIZE INTO DADOS-CBL
                       END-STRING
                       WRITE REG-CBL
                   END-IF

                   IF SEQ-ORG-RELATIVO(W-SEQUENT)
                       MOVE SPACES TO DADOS-CBL
                       STRING "       77 W-RRN-" DELIMITED BY SIZE

               IF W-GERA-MD = "S"
                   MOVE SPACES TO DADOS-CBL
                   IF W-SEQ-LAYOUT(1) = SPACES
                       STRING "       77 W-CHAVE-ANT-" DELIMITED BY SIZE
                           W-NOME-SEQ(1) DELIMITED BY SPACES
                           " PIC X(10) VALUE LOW-VALUES."
                           DELIMITED BY SIZE INTO DADOS-CBL
                       END-STRING
                   ELSE
                       MOVE W-SEQ-CHV-TAM(1) TO W-TAM-ED
                       STRING "       77 W-CHAVE-ANT-" DELIMITED BY SIZE
                           W-NOME-SEQ(1) DELIMITED BY SPACES
                           " PIC X(" W-TAM-ED ") VALUE LOW-VALUES."
                           DELIMITED BY SIZE INTO DADOS-CBL
                       END-STRING
                   END-IF
                   WRITE REG-CBL

                   MOVE SPACES TO DADOS-CBL
                   IF W-SEQ-LAYOUT(2) = SPACES
                       STRING "       77 W-CHAVE-ANT-" DELIMITED BY SIZE
                           W-NOME-SEQ(2) DELIMITED BY SPACES
                           " PIC X(10) VALUE LOW-VALUES."
                           DELIMITED BY SIZE INTO DADOS-CBL
                       END-STRING
                   ELSE
                       MOVE W-SEQ-CHV-TAM(2) TO W-TAM-ED
                       STRING "       77 W-CHAVE-ANT-" DELIMITED BY SIZE
                           W-NOME-SEQ(2) DELIMITED BY SPACES
                           " PIC X(" W-TAM-ED ") VALUE LOW-VALUES."
                           DELIMITED BY SIZE INTO DADOS-CBL
                       END-STRING
                   END-IF
                   WRITE REG-CBL
               END-IF

               PERFORM 159-GERA-WS-SUM
           END-IF

           IF W-GERA-CKP = "S"
               PERFORM 172-GERA-CKP-WS
           END-IF

           IF W-GERA-HST = "S"
               PERFORM 192-GERA-HST-WS
           END-IF

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

                   PERFORM 140-PROC-TIPO1
               WHEN W-GERA-MD = "S"
                   PERFORM 141-PROC-TIPO2
               WHEN W-GERA-TRF = "S"
                   PERFORM 142-PROC-TIPO3
               WHEN W-GERA-SORT = "S"
                   PERFORM 143-PROC-TIPO4
                   MOVE "           EXIT PROGRAM" TO DADOS-CBL
                   WRITE REG-CBL

                   MOVE 12 TO W-HST-COL
                   PERFORM 193-GERA-HST-CHAMADA

                   MOVE SPACES TO DADOS-CBL
                   MOVE "           STOP RUN." TO DADOS-CBL
                   WRITE REG-CBL
           END-IF.
       109-FIM.

      *>--REGISTRO DO ARQ SEQUENTIAL COM BOK DE LAYOUT: AREA DO
      *>--TAMANHO DO MAIOR REGISTRO E O COPY DO BOK (O :PREFIX:
      *>--VIRA O NOME DO ARQUIVO)
       1092-GERA-REG-LAYOUT SECTION.

           MOVE W-SEQ-TAM-REG(W-SEQUENT) TO W-TAM-ED
           MOVE SPACES TO DADOS-CBL
           STRING "          01 REG-" DELIMITED BY SIZE
               W-NOME-SEQ(W-SEQUENT) DELIMITED BY SPACES
               " PIC X(" W-TAM-ED ")." DELIMITED BY SIZE
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           IF SEQ-LAY-COM-PREFIX(W-SEQUENT)
               STRING '       COPY "' DELIMITED BY SIZE
                   W-SEQ-LAYOUT(W-SEQUENT) DELIMITED BY SPACES
                   '.bok"' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING '          REPLACING ==:PREFIX:=='
                   DELIMITED BY SIZE ' BY ==' DELIMITED BY SIZE
                   W-NOME-SEQ(W-SEQUENT) DELIMITED BY SPACES
                   '==.' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
           ELSE
               STRING '       COPY "' DELIMITED BY SIZE
                   W-SEQ-LAYOUT(W-SEQUENT) DELIMITED BY SPACES
                   '.bok".' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
           END-IF
           WRITE REG-CBL.
       1092-FIM.

      *>--REGISTRO DO SD COM A CHAVE DE SORT NA POSICAO E NO
      *>--TAMANHO QUE ELA TEM NO LAYOUT DO ARQUIVO DE ENTRADA
       1093-GERA-SD-LAYOUT SECTION.

           IF W-SEQ-SRT-POS(1) > 1
               COMPUTE W-POS-ED = W-SEQ-SRT-POS(1) - 1
               MOVE SPACES TO DADOS-CBL
               STRING "            05 FILLER PIC X(" W-POS-ED ")."
                   DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           EVALUATE TRUE
               WHEN W-SEQ-SRT-USO(1) = "C1"
                   STRING "            05 SD-" DELIMITED BY SIZE
                       W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                       " COMP-1." DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
               WHEN W-SEQ-SRT-USO(1) = "C2"
                   STRING "            05 SD-" DELIMITED BY SIZE
                       W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                       " COMP-2." DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
               WHEN W-SEQ-SRT-PIC(1) = SPACES
                   MOVE W-SEQ-SRT-TAM(1) TO W-TAM-ED
                   STRING "            05 SD-" DELIMITED BY SIZE
                       W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                       " PIC X(" W-TAM-ED ")." DELIMITED BY SIZE
                       INTO DADOS-CBL
                   END-STRING
               WHEN W-SEQ-SRT-USO(1) = "CO"
                   STRING "            05 SD-" DELIMITED BY SIZE
                       W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                       " PIC " DELIMITED BY SIZE
                       W-SEQ-SRT-PIC(1) DELIMITED BY SPACES
                       " COMP." DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
               WHEN W-SEQ-SRT-USO(1) = "C3"
                   STRING "            05 SD-" DELIMITED BY SIZE
                       W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                       " PIC " DELIMITED BY SIZE
                       W-SEQ-SRT-PIC(1) DELIMITED BY SPACES
                       " COMP-3." DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
               WHEN OTHER
                   STRING "            05 SD-" DELIMITED BY SIZE
                       W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                       " PIC " DELIMITED BY SIZE
                       W-SEQ-SRT-PIC(1) DELIMITED BY SPACES
                       "." DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
           END-EVALUATE
           WRITE REG-CBL

           COMPUTE W-POS-ED = W-SEQ-TAM-REG(1) - W-SEQ-SRT-POS(1)
               - W-SEQ-SRT-TAM(1) + 1
           IF W-POS-ED > ZEROS
               MOVE SPACES TO DADOS-CBL
               STRING "            05 FILLER PIC X(" W-POS-ED ")."
                   DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF.
       1093-FIM.

      *>--FALHA AO ABRIR O FONTE DE SAIDA PARA GRAVACAO
       1091-ERRO-ABRE-CBL SECTION.

           IF MODO-BATCH
               SET PROGRAMA-COM-ERRO TO TRUE
               MOVE "ERRO AO ABRIR O FONTE DE SAIDA" TO W-MOTIVO-ERRO
           ELSE
               DISPLAY ERASE
               DISPLAY "*** ROTINA PARA CRIAR FONTE CBL ***" AT 0203
               DISPLAY "ERRO AO ABRIR O FONTE DE SAIDA!" AT 0503
               STOP RUN
           END-IF.
       1091-FIM.

      *>--CAPTURA OS TRECHOS DE USUARIO DO FONTE EXISTENTE
       128-CAPTURA-TRECHOS SECTION.

           MOVE "S" TO W-CAPTUROU
               TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 177-GERA-CKP-LIMPA
           END-IF

           MOVE 12 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "           STOP RUN." TO DADOS-CBL
           WRITE REG-CBL
           MOVE "       1000-INICIALIZA." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 173-GERA-CKP-INICIO
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "           OPEN INPUT " DELIMITED BY SIZE
               W-NOME-SEQ(1) DELIMITED BY SPACES INTO DADOS-CBL
           MOVE "N" TO W-GER-PONTO
           PERFORM 145-GERA-TESTE-FS

           IF W-GERA-CKP = "S"
               PERFORM 174-GERA-CKP-ABRE-SAIDA
           ELSE
               MOVE SPACES TO DADOS-CBL
               MOVE "           OPEN OUTPUT RELATORIO" TO DADOS-CBL
               WRITE REG-CBL
           END-IF

           MOVE "OPEN" TO W-GER-OPER
           MOVE "N" TO W-GER-PONTO
           PERFORM 149-GERA-TESTE-REL

           IF W-GERA-CKP = "S"
               PERFORM 175-GERA-CKP-PULA
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8000-LE-ARQUIVO THRU 8000-EXIT."
               TO DADOS-CBL
           END-IF
           PERFORM 156-ENCERRA-TRECHO

           IF W-GERA-CKP = "S"
               PERFORM 176-GERA-CKP-CONTA
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8000-LE-ARQUIVO THRU 8000-EXIT."
               TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 178-GERA-CKP-ROTINAS
           END-IF

           IF W-GERA-HST = "S"
               PERFORM 194-GERA-HST-ROTINA
           END-IF

           PERFORM 146-GERA-ROTINA-ERRO.
       140-FIM.

               TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 177-GERA-CKP-LIMPA
           END-IF

           MOVE 12 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "           STOP RUN." TO DADOS-CBL
           WRITE REG-CBL
           MOVE "       1000-INICIALIZA." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 173-GERA-CKP-INICIO
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "           OPEN INPUT " DELIMITED BY SIZE
               W-NOME-SEQ(1) DELIMITED BY SPACES INTO DADOS-CBL
           MOVE "N" TO W-GER-PONTO
           PERFORM 145-GERA-TESTE-FS

           IF W-GERA-CKP = "S"
               PERFORM 175-GERA-CKP-PULA
           ELSE
               MOVE SPACES TO DADOS-CBL
               MOVE "           PERFORM 8000-LE-MASTER THRU 8000-EXIT."
                   TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "           PERFORM 8100-LE-DETALHE THRU 8100-EXIT."
                   TO DADOS-CBL
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "       1000-EXIT." TO DADOS-CBL
           END-IF
           PERFORM 156-ENCERRA-TRECHO

           IF W-GERA-CKP = "S"
               PERFORM 176-GERA-CKP-CONTA
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8000-LE-MASTER THRU 8000-EXIT."
               TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 178-GERA-CKP-ROTINAS
           END-IF

           IF W-GERA-HST = "S"
               PERFORM 194-GERA-HST-ROTINA
           END-IF

           PERFORM 146-GERA-ROTINA-ERRO.
       141-FIM.

               TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 177-GERA-CKP-LIMPA
           END-IF

           MOVE 12 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "           STOP RUN." TO DADOS-CBL
           WRITE REG-CBL
           MOVE "       1000-INICIALIZA." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 173-GERA-CKP-INICIO
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "           OPEN INPUT " DELIMITED BY SIZE
               W-NOME-SEQ(1) DELIMITED BY SPACES INTO DADOS-CBL
           MOVE "N" TO W-GER-PONTO
           PERFORM 145-GERA-TESTE-FS

           IF W-GERA-CKP = "S"
               PERFORM 174-GERA-CKP-ABRE-SAIDA
           ELSE
               MOVE SPACES TO DADOS-CBL
               STRING "           OPEN OUTPUT " DELIMITED BY SIZE
                   W-NOME-SEQ(2) DELIMITED BY SPACES INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE 2 TO W-GER-ARQ
           MOVE "OPEN" TO W-GER-OPER
           MOVE "N" TO W-GER-PONTO
           PERFORM 145-GERA-TESTE-FS

           IF W-GERA-CKP = "S"
               PERFORM 175-GERA-CKP-PULA
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8000-LE-ARQUIVO THRU 8000-EXIT."
               TO DADOS-CBL
           END-IF
           PERFORM 156-ENCERRA-TRECHO

           IF W-GERA-CKP = "S"
               PERFORM 176-GERA-CKP-CONTA
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8000-LE-ARQUIVO THRU 8000-EXIT."
               TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 178-GERA-CKP-ROTINAS
           END-IF

           IF W-GERA-HST = "S"
               PERFORM 194-GERA-HST-ROTINA
           END-IF

           PERFORM 146-GERA-ROTINA-ERRO.
       142-FIM.

               TO DADOS-CBL
           WRITE REG-CBL

           MOVE 12 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "           STOP RUN." TO DADOS-CBL
           WRITE REG-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           IF W-SEQ-LAYOUT(1) NOT = SPACES
               STRING "               ASCENDING KEY SD-"
                   DELIMITED BY SIZE
                   W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                   INTO DADOS-CBL
               END-STRING
           ELSE
               STRING "               ASCENDING KEY "
                   DELIMITED BY SIZE
                   W-SEQ-SORT-CHAVE(1) DELIMITED BY SPACES
                   INTO DADOS-CBL
               END-STRING
           END-IF
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-HST = "S"
               PERFORM 194-GERA-HST-ROTINA
           END-IF.
       143-FIM.

      *>--PADRAO: MANUTENCAO ONLINE DE ARQUIVO INDEXADO
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE 12 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "           STOP RUN." TO DADOS-CBL
           WRITE REG-CBL
               TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 177-GERA-CKP-LIMPA
           END-IF

           MOVE 12 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "           STOP RUN." TO DADOS-CBL
           WRITE REG-CBL
           MOVE "       1000-INICIALIZA." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 173-GERA-CKP-INICIO
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "           OPEN INPUT " DELIMITED BY SIZE
               W-SEL-USADO DELIMITED BY SPACES INTO DADOS-CBL
           MOVE "OPEN" TO W-GER-OPER
           PERFORM 1601-TESTE-FS-SUM

           IF W-GERA-CKP = "S"
               PERFORM 174-GERA-CKP-ABRE-SAIDA
           ELSE
               MOVE SPACES TO DADOS-CBL
               MOVE "           OPEN OUTPUT RELATORIO" TO DADOS-CBL
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-FSREL NOT = "00"' TO DADOS-CBL
           MOVE "               MOVE 16 TO RETURN-CODE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE 16 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "               STOP RUN" TO DADOS-CBL
           WRITE REG-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE '           IF W-REINICIO = "N"' TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "               WRITE REG-RELATORIO FROM CAB-SUM"
                   TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "           END-IF" TO DADOS-CBL
               WRITE REG-CBL
           ELSE
               MOVE SPACES TO DADOS-CBL
               MOVE "           WRITE REG-RELATORIO FROM CAB-SUM"
                   TO DADOS-CBL
               WRITE REG-CBL
           END-IF

           IF W-GERA-CKP = "S"
               PERFORM 175-GERA-CKP-PULA
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8000-LE-ARQUIVO THRU 8000-EXIT."
           END-IF
           PERFORM 156-ENCERRA-TRECHO

           IF W-GERA-CKP = "S"
               PERFORM 176-GERA-CKP-CONTA
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8000-LE-ARQUIVO THRU 8000-EXIT."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8000-LE-ARQUIVO." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           READ " DELIMITED BY SIZE
               W-SEL-USADO DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE "READ" TO W-GER-OPER
           PERFORM 1601-TESTE-FS-SUM

           MOVE SPACES TO DADOS-CBL
           STRING "           IF " DELIMITED BY SIZE
               W-FSN-USADO DELIMITED BY SPACES
               ' = "00"' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               ADD 1 TO W-LIDOS-ENTRADA"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8000-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       9000-FINALIZA." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-PRIMEIRO = "N"' TO DADOS-CBL
           WRITE REG-CBL

           IF W-QBR-CAMPO2 NOT = SPACES
               MOVE SPACES TO DADOS-CBL
               STRING "               PERFORM 7510-QUEBRA-MENOR "
                   DELIMITED BY SIZE
                   "THRU 7510-EXIT" DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "               PERFORM 7500-QUEBRA-MAIOR "
               DELIMITED BY SIZE
               "THRU 7500-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL

           PERFORM 1605-MOVE-GERAL
               VARYING W-TN FROM 1 BY 1 UNTIL W-TN > W-TOT-QTD

           MOVE SPACES TO DADOS-CBL
           MOVE "           WRITE REG-RELATORIO FROM LIN-GER"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           CLOSE RELATORIO" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           CLOSE " DELIMITED BY SIZE
               W-SEL-USADO DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '           DISPLAY "REGISTROS LIDOS......: "'
               DELIMITED BY SIZE
               " W-LIDOS-ENTRADA." DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       9000-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-CKP = "S"
               PERFORM 178-GERA-CKP-ROTINAS
           END-IF

           IF W-GERA-HST = "S"
               PERFORM 194-GERA-HST-ROTINA
           END-IF.
       160-FIM.

      *>--GERA O TESTE INLINE DE FILE STATUS DA SUMARIZACAO
       1601-TESTE-FS-SUM SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           IF " DELIMITED BY SIZE
               W-FSN-USADO DELIMITED BY SPACES
               ' NOT = "00"' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           IF W-GER-OPER = "READ"
               MOVE SPACES TO DADOS-CBL
               STRING "               AND " DELIMITED BY SIZE
                   W-FSN-USADO DELIMITED BY SPACES
                   ' NOT = "10"' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING '               DISPLAY "ERRO ' DELIMITED BY SIZE
               W-GER-OPER DELIMITED BY SPACES
               " EM " DELIMITED BY SIZE
               W-SEL-USADO DELIMITED BY SPACES
               ': " ' DELIMITED BY SIZE
               W-FSN-USADO DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               MOVE 16 TO RETURN-CODE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE 16 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "               STOP RUN" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL.
       1601-FIM.

      *>--GERA OS ADD DE UM CAMPO DE TOTAL NOS ACUMULADORES
       1602-ACUMULA-TOTAL SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           ADD " DELIMITED BY SIZE
               W-TOT-CAMPO(W-TN) DELIMITED BY SPACES
               " TO W-TOTQ1-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           IF W-QBR-CAMPO2 NOT = SPACES
               MOVE SPACES TO DADOS-CBL
               STRING "           ADD " DELIMITED BY SIZE
                   W-TOT-CAMPO(W-TN) DELIMITED BY SPACES
                   " TO W-TOTQ2-" DELIMITED BY SIZE
                   W-TN DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "           ADD " DELIMITED BY SIZE
               W-TOT-CAMPO(W-TN) DELIMITED BY SPACES
               " TO W-TOTGER-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1602-FIM.

      *>--GERA A EDICAO E O ZERAMENTO DO SUBTOTAL MENOR
       1603-MOVE-SUB2 SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-TOTQ2-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " TO SUB2-VAL-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE ZEROS TO W-TOTQ2-"
               DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1603-FIM.

      *>--GERA A EDICAO E O ZERAMENTO DO SUBTOTAL MAIOR
       1604-MOVE-SUB1 SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-TOTQ1-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " TO SUB1-VAL-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE ZEROS TO W-TOTQ1-"
               DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1604-FIM.

      *>--GERA A EDICAO DO TOTAL GERAL
       1605-MOVE-GERAL SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-TOTGER-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " TO GER-VAL-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1605-FIM.

      *>--SELECT DO ARQUIVO DE CHECKPOINT (E DO ARQUIVO DE TRABALHO
      *>--QUE REPOSICIONA A SAIDA DA TRANSFORMACAO NO REINICIO)
       170-GERA-CKP-SELECT SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE "       SELECT ARQCKP ASSIGN TO DISK" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "          ORGANIZATION IS LINE "
               DELIMITED BY SIZE
               "SEQUENTIAL" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "          FILE STATUS     IS W-FSCKP."
               TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-TRF = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "       SELECT ARQTRB ASSIGN TO DISK" TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "          ORGANIZATION IS LINE "
                   DELIMITED BY SIZE
                   "SEQUENTIAL" DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "          FILE STATUS     IS W-FSTRB."
                   TO DADOS-CBL
               WRITE REG-CBL
           END-IF.
       170-FIM.

      *>--FD DO CHECKPOINT: CONTADORES DOS ARQUIVOS, ULTIMA CHAVE
      *>--PROCESSADA E ACUMULADORES DE TOTAL
       171-GERA-CKP-FD SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE "       FD  ARQCKP" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           VALUE OF FILE-ID IS W-ARQCKP."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "          01 REG-CKP." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 CKP-PROGRAMA PIC X(10)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 CKP-DATA PIC 9(08)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 CKP-HORA PIC 9(08)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE W-CKP-CHV-TAM TO W-TAM-ED
           MOVE SPACES TO DADOS-CBL
           STRING "            05 CKP-CHAVE PIC X(" DELIMITED BY SIZE
               W-TAM-ED ")." DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           PERFORM 1710-FD-CKP-SEQ VARYING W-CKP-IX FROM 1 BY 1
               UNTIL W-CKP-IX > W-CKP-QTD-SEQ

           IF W-GERA-REL = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "            05 CKP-PAGINA PIC 9(04)." TO DADOS-CBL
               WRITE REG-CBL
           END-IF

           IF W-GERA-SUM = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "            05 CKP-LIDOS-ENTRADA PIC 9(09)."
                   TO DADOS-CBL
               WRITE REG-CBL

               IF W-QBR-CAMPO2 NOT = SPACES
                   MOVE SPACES TO DADOS-CBL
                   MOVE "            05 CKP-QBR2-ANT PIC X(30)."
                       TO DADOS-CBL
                   WRITE REG-CBL
               END-IF

               PERFORM 1711-FD-CKP-TOTAL
                   VARYING W-TN FROM 1 BY 1 UNTIL W-TN > W-TOT-QTD
           END-IF

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-TRF = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "       FD  ARQTRB" TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "           VALUE OF FILE-ID IS W-ARQTRB."
                   TO DADOS-CBL
               WRITE REG-CBL

               IF W-SEQ-LAYOUT(2) = SPACES
                   MOVE 50 TO W-TAM-ED
               ELSE
                   MOVE W-SEQ-TAM-REG(2) TO W-TAM-ED
               END-IF
               MOVE SPACES TO DADOS-CBL
               STRING "          01 REG-TRB PIC X(" DELIMITED BY SIZE
                   W-TAM-ED ")." DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               WRITE REG-CBL
           END-IF.
       171-FIM.

      *>--CONTADORES E STATUS DE UM ARQUIVO NO REGISTRO DE CHECKPOINT
       1710-FD-CKP-SEQ SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "            05 CKP-LIDOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " PIC 9(09)." DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "            05 CKP-GRAVADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " PIC 9(09)." DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "            05 CKP-REJEITADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " PIC 9(09)." DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "            05 CKP-FS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " PIC X(02)." DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1710-FIM.

      *>--ACUMULADORES DE UM CAMPO DE TOTAL NO CHECKPOINT
       1711-FD-CKP-TOTAL SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "            05 CKP-TOTQ1-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " PIC S9(11)V99 SIGN LEADING SEPARATE."
               DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           IF W-QBR-CAMPO2 NOT = SPACES
               MOVE SPACES TO DADOS-CBL
               STRING "            05 CKP-TOTQ2-" DELIMITED BY SIZE
                   W-TN DELIMITED BY SIZE
                   " PIC S9(11)V99 SIGN LEADING SEPARATE."
                   DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "            05 CKP-TOTGER-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " PIC S9(11)V99 SIGN LEADING SEPARATE."
               DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1711-FIM.

      *>--WORKING DO CHECKPOINT: NOME DO ARQUIVO, INTERVALO E
      *>--INDICADOR DE REINICIO
       172-GERA-CKP-WS SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE "       77 W-FSCKP PIC X(02) VALUE SPACES."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '       77 W-ARQCKP PIC X(50) VALUE "'
               DELIMITED BY SIZE
               W-NOME-CBL DELIMITED BY SPACES
               '.CKP".' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "       77 W-CKP-INTERVALO PIC 9(07) VALUE "
               DELIMITED BY SIZE
               W-CKP-INTERVALO "." DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "       77 W-CKP-CONTA PIC 9(07) COMP VALUE "
               DELIMITED BY SIZE
               "ZEROS." DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE W-CKP-CHV-TAM TO W-TAM-ED
           MOVE SPACES TO DADOS-CBL
           STRING "       77 W-CKP-CONFERE PIC X(" DELIMITED BY SIZE
               W-TAM-ED ") VALUE SPACES." DELIMITED BY SIZE
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       77 W-PARM-EXEC PIC X(10) VALUE SPACES."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '       77 W-REINICIO PIC X(01) VALUE "N".'
               TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-TRF = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "       77 W-FSTRB PIC X(02) VALUE SPACES."
                   TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING '       77 W-ARQTRB PIC X(50) VALUE "'
                   DELIMITED BY SIZE
                   W-NOME-CBL DELIMITED BY SPACES
                   '.TRB".' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "       77 W-CKP-COPIADOS PIC 9(09) COMP VALUE "
                   DELIMITED BY SIZE
                   "ZEROS." DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF.
       172-FIM.

      *>--INICIO DO 1000: COM O PARAMETRO R NA LINHA DE COMANDO LE O
      *>--CHECKPOINT DA EXECUCAO ANTERIOR
       173-GERA-CKP-INICIO SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE "           ACCEPT W-PARM-EXEC FROM COMMAND-LINE"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-PARM-EXEC = "R" OR "r"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               PERFORM 8950-LE-CHECKPOINT THRU "
               DELIMITED BY SIZE
               "8950-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL.
       173-FIM.

      *>--ABERTURA DA SAIDA: NO REINICIO CONTINUA O ARQUIVO (EXTEND)
       174-GERA-CKP-ABRE-SAIDA SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-REINICIO = "S"' TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-TRF = "S"
               MOVE SPACES TO DADOS-CBL
               STRING "               PERFORM 8800-REPOSICIONA-SAIDA "
                   DELIMITED BY SIZE
                   "THRU 8800-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "               OPEN EXTEND " DELIMITED BY SIZE
               W-CKP-SAIDA DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           ELSE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               OPEN OUTPUT " DELIMITED BY SIZE
               W-CKP-SAIDA DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL.
       174-FIM.

      *>--PRIMEIRA LEITURA: NO REINICIO PULA O QUE JA FOI PROCESSADO
       175-GERA-CKP-PULA SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-REINICIO = "S"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               PERFORM 8960-PULA-PROCESSADOS THRU "
               DELIMITED BY SIZE
               "8960-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           IF W-GERA-MD = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "           ELSE" TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "               PERFORM 8000-LE-MASTER THRU "
                   DELIMITED BY SIZE
                   "8000-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "               PERFORM 8100-LE-DETALHE THRU "
                   DELIMITED BY SIZE
                   "8100-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "           END-IF." TO DADOS-CBL
               WRITE REG-CBL
           ELSE
               MOVE SPACES TO DADOS-CBL
               MOVE "           END-IF" TO DADOS-CBL
               WRITE REG-CBL
           END-IF.
       175-FIM.

      *>--FIM DO 2000: A CADA INTERVALO GRAVA O CHECKPOINT
       176-GERA-CKP-CONTA SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE "           ADD 1 TO W-CKP-CONTA" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           IF W-CKP-CONTA NOT < W-CKP-INTERVALO"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               PERFORM 8900-GRAVA-CHECKPOINT THRU "
               DELIMITED BY SIZE
               "8900-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL.
       176-FIM.

      *>--FIM NORMAL: ESVAZIA O CHECKPOINT
       177-GERA-CKP-LIMPA SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           PERFORM 8990-LIMPA-CHECKPOINT THRU "
               DELIMITED BY SIZE
               "8990-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       177-FIM.

      *>--ROTINAS DE CHECKPOINT DO FONTE GERADO: REPOSICIONAMENTO DA
      *>--SAIDA (8800), GRAVACAO (8900), LEITURA (8950), SALTO DOS
      *>--REGISTROS JA PROCESSADOS (8960) E LIMPEZA (8990)
       178-GERA-CKP-ROTINAS SECTION.

           IF W-GERA-TRF = "S"
               PERFORM 1786-GERA-REPOSICIONA
           END-IF

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8900-GRAVA-CHECKPOINT." TO DADOS-CBL
           WRITE REG-CBL

           IF W-CKP-SAIDA NOT = SPACES
               MOVE SPACES TO DADOS-CBL
               STRING "      *>--FECHA E REABRE A SAIDA: O QUE O "
                   DELIMITED BY SIZE
                   "CHECKPOINT DA COMO" DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "      *>--GRAVADO FICA EM DISCO" TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "           CLOSE " DELIMITED BY SIZE
                   W-CKP-SAIDA DELIMITED BY SPACES INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE "CLOSE" TO W-GER-OPER
               MOVE "N" TO W-GER-PONTO
               PERFORM 1781-GERA-TESTE-SAIDA

               MOVE SPACES TO DADOS-CBL
               STRING "           OPEN EXTEND " DELIMITED BY SIZE
                   W-CKP-SAIDA DELIMITED BY SPACES INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE "OPEN" TO W-GER-OPER
               MOVE "N" TO W-GER-PONTO
               PERFORM 1781-GERA-TESTE-SAIDA
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           MOVE ZEROS TO W-CKP-CONTA" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           MOVE SPACES TO REG-CKP" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '           MOVE "' DELIMITED BY SIZE
               W-NOME-CBL DELIMITED BY SPACES
               '" TO CKP-PROGRAMA' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           ACCEPT CKP-DATA FROM DATE YYYYMMDD"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           ACCEPT CKP-HORA FROM TIME" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           IF W-GERA-SUM = "S"
               MOVE "           MOVE W-QBR1-ANT TO CKP-CHAVE"
                   TO DADOS-CBL
           ELSE
               STRING "           MOVE " DELIMITED BY SIZE
                   W-CKP-CHAVE DELIMITED BY SPACES
                   " TO CKP-CHAVE" DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
           END-IF
           WRITE REG-CBL

           PERFORM 1782-GRAVA-CKP-SEQ VARYING W-CKP-IX FROM 1 BY 1
               UNTIL W-CKP-IX > W-CKP-QTD-SEQ

           IF W-GERA-REL = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "           MOVE W-PAGINA TO CKP-PAGINA"
                   TO DADOS-CBL
               WRITE REG-CBL
           END-IF

           IF W-GERA-SUM = "S"
               MOVE SPACES TO DADOS-CBL
               STRING "           MOVE W-LIDOS-ENTRADA TO "
                   DELIMITED BY SIZE
                   "CKP-LIDOS-ENTRADA" DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               IF W-QBR-CAMPO2 NOT = SPACES
                   MOVE SPACES TO DADOS-CBL
                   MOVE "           MOVE W-QBR2-ANT TO CKP-QBR2-ANT"
                       TO DADOS-CBL
                   WRITE REG-CBL
               END-IF

               PERFORM 1784-GRAVA-CKP-TOTAL
                   VARYING W-TN FROM 1 BY 1 UNTIL W-TN > W-TOT-QTD
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           OPEN OUTPUT ARQCKP" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-FSCKP NOT = "00"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '               DISPLAY "ERRO NA GRAVACAO DO '
               DELIMITED BY SIZE
               'CHECKPOINT: " W-FSCKP' DELIMITED BY SIZE
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               MOVE 16 TO RETURN-CODE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE 16 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "               STOP RUN" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           WRITE REG-CKP" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           CLOSE ARQCKP." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8900-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           PERFORM 1787-GERA-LE-CHECKPOINT
           PERFORM 1788-GERA-PULA-PROCESSADOS

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8990-LIMPA-CHECKPOINT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "      *>--FIM NORMAL: UM NOVO REINICIO COMECA DO "
               DELIMITED BY SIZE
               "PRIMEIRO REGISTRO" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           OPEN OUTPUT ARQCKP" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           CLOSE ARQCKP." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8990-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL.
       178-FIM.

      *>--GERA O TESTE DE FILE STATUS DA SAIDA DO PADRAO (RELATORIO
      *>--DO TIPO 1 OU 7, SEGUNDO SEQUENCIAL DO TIPO 3)
       1781-GERA-TESTE-SAIDA SECTION.

           EVALUATE TRUE
               WHEN W-GERA-SUM = "S"
                   MOVE SPACES TO DADOS-CBL
                   MOVE '           IF W-FSREL NOT = "00"' TO DADOS-CBL
                   WRITE REG-CBL

                   MOVE SPACES TO DADOS-CBL
                   STRING '               DISPLAY "ERRO NO RELATORIO: "'
                       DELIMITED BY SIZE
                       " W-FSREL" DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
                   WRITE REG-CBL

                   MOVE SPACES TO DADOS-CBL
                   MOVE "               MOVE 16 TO RETURN-CODE"
                       TO DADOS-CBL
                   WRITE REG-CBL

                   MOVE 16 TO W-HST-COL
                   PERFORM 193-GERA-HST-CHAMADA

                   MOVE SPACES TO DADOS-CBL
                   MOVE "               STOP RUN" TO DADOS-CBL
                   WRITE REG-CBL

                   MOVE SPACES TO DADOS-CBL
                   IF W-GER-PONTO = "S"
                       MOVE "           END-IF." TO DADOS-CBL
                   ELSE
                       MOVE "           END-IF" TO DADOS-CBL
                   END-IF
                   WRITE REG-CBL
               WHEN W-GERA-REL = "S"
                   PERFORM 149-GERA-TESTE-REL
               WHEN OTHER
                   MOVE 2 TO W-GER-ARQ
                   MOVE "N" TO W-GER-EOF
                   PERFORM 145-GERA-TESTE-FS
           END-EVALUATE.
       1781-FIM.

      *>--GUARDA NO CHECKPOINT OS CONTADORES E O STATUS DE UM ARQUIVO
       1782-GRAVA-CKP-SEQ SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-LIDOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " TO CKP-LIDOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-GRAVADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " TO CKP-GRAVADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-REJEITADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " TO CKP-REJEITADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-FS" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " TO CKP-FS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1782-FIM.

      *>--DEVOLVE DO CHECKPOINT OS GRAVADOS E REJEITADOS DE UM
      *>--ARQUIVO (OS LIDOS SE REFAZEM NA RELEITURA)
       1783-RESTAURA-CKP-SEQ SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE CKP-GRAVADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " TO W-GRAVADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE CKP-REJEITADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " TO W-REJEITADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1783-FIM.

      *>--GUARDA NO CHECKPOINT OS ACUMULADORES DE UM CAMPO DE TOTAL
       1784-GRAVA-CKP-TOTAL SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-TOTQ1-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " TO CKP-TOTQ1-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           IF W-QBR-CAMPO2 NOT = SPACES
               MOVE SPACES TO DADOS-CBL
               STRING "           MOVE W-TOTQ2-" DELIMITED BY SIZE
                   W-TN DELIMITED BY SIZE
                   " TO CKP-TOTQ2-" DELIMITED BY SIZE
                   W-TN DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-TOTGER-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " TO CKP-TOTGER-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1784-FIM.

      *>--DEVOLVE DO CHECKPOINT OS ACUMULADORES DE UM CAMPO DE TOTAL
       1785-RESTAURA-CKP-TOTAL SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE CKP-TOTQ1-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " TO W-TOTQ1-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           IF W-QBR-CAMPO2 NOT = SPACES
               MOVE SPACES TO DADOS-CBL
               STRING "           MOVE CKP-TOTQ2-" DELIMITED BY SIZE
                   W-TN DELIMITED BY SIZE
                   " TO W-TOTQ2-" DELIMITED BY SIZE
                   W-TN DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE CKP-TOTGER-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE
               " TO W-TOTGER-" DELIMITED BY SIZE
               W-TN DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1785-FIM.

      *>--8800: NO REINICIO DA TRANSFORMACAO A SAIDA VOLTA A TER SO
      *>--OS REGISTROS GRAVADOS ATE O CHECKPOINT (COPIA PELO ARQTRB)
       1786-GERA-REPOSICIONA SECTION.

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8800-REPOSICIONA-SAIDA." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "      *>--DESCARTA O QUE FOI GRAVADO NA SAIDA "
               DELIMITED BY SIZE
               "DEPOIS DO CHECKPOINT" DELIMITED BY SIZE
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           OPEN INPUT " DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE "OPEN" TO W-GER-OPER
           MOVE "N" TO W-GER-PONTO
           PERFORM 1781-GERA-TESTE-SAIDA

           MOVE SPACES TO DADOS-CBL
           MOVE "           OPEN OUTPUT ARQTRB" TO DADOS-CBL
           WRITE REG-CBL

           PERFORM 1789-GERA-TESTE-TRB

           MOVE SPACES TO DADOS-CBL
           MOVE "           MOVE ZEROS TO W-CKP-COPIADOS" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8810-COPIA-SAIDA THRU 8810-EXIT"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               UNTIL W-CKP-COPIADOS NOT < "
               DELIMITED BY SIZE
               "CKP-GRAVADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               OR W-FS" DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES
               ' = "10"' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           CLOSE " DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           CLOSE ARQTRB" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           IF W-CKP-COPIADOS < CKP-GRAVADOS-"
               DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '               DISPLAY "' DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES
               ' TEM MENOS REGISTROS QUE O CHECKPOINT"'
               DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               MOVE 16 TO RETURN-CODE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE 16 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "               STOP RUN" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           OPEN INPUT ARQTRB" TO DADOS-CBL
           WRITE REG-CBL

           PERFORM 1789-GERA-TESTE-TRB

           MOVE SPACES TO DADOS-CBL
           STRING "           OPEN OUTPUT " DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE "OPEN" TO W-GER-OPER
           MOVE "N" TO W-GER-PONTO
           PERFORM 1781-GERA-TESTE-SAIDA

           MOVE SPACES TO DADOS-CBL
           MOVE "           PERFORM 8820-DEVOLVE-SAIDA THRU 8820-EXIT"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '               UNTIL W-FSTRB NOT = "00"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           CLOSE ARQTRB" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           CLOSE " DELIMITED BY SIZE
               W-NOME-SEQ(2) "." DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8800-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8810-COPIA-SAIDA." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           READ " DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE 2 TO W-GER-ARQ
           MOVE "READ" TO W-GER-OPER
           MOVE "S" TO W-GER-EOF
           MOVE "N" TO W-GER-PONTO
           PERFORM 145-GERA-TESTE-FS

           MOVE SPACES TO DADOS-CBL
           STRING "           IF W-FS" DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES
               ' = "00"' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               WRITE REG-TRB FROM REG-"
               DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               ADD 1 TO W-CKP-COPIADOS" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8810-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8820-DEVOLVE-SAIDA." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           READ ARQTRB" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-FSTRB = "00"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               WRITE REG-" DELIMITED BY SIZE
               W-NOME-SEQ(2) DELIMITED BY SPACES
               " FROM REG-TRB" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL

           MOVE "WRITE" TO W-GER-OPER
           MOVE "S" TO W-GER-PONTO
           PERFORM 1781-GERA-TESTE-SAIDA

           MOVE SPACES TO DADOS-CBL
           MOVE "       8820-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL.
       1786-FIM.

      *>--8950: LE O CHECKPOINT; SEM REGISTRO O REINICIO VIRA UMA
      *>--EXECUCAO DESDE O PRIMEIRO REGISTRO
       1787-GERA-LE-CHECKPOINT SECTION.

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8950-LE-CHECKPOINT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           OPEN INPUT ARQCKP" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-FSCKP = "00"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               READ ARQCKP" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '               IF W-FSCKP = "00"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '                   MOVE "S" TO W-REINICIO' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               ELSE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "                   CLOSE ARQCKP" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               END-IF" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-REINICIO = "S"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '               DISPLAY "REINICIO PELO CHECKPOINT '
               DELIMITED BY SIZE
               'DE " CKP-DATA' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '                   " " CKP-HORA' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           ELSE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '               DISPLAY "SEM CHECKPOINT: '
               DELIMITED BY SIZE
               'PROCESSAMENTO DESDE O INICIO"' DELIMITED BY SIZE
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8950-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL.
       1787-FIM.

      *>--8960: RELE A ENTRADA ATE O ULTIMO REGISTRO DO CHECKPOINT,
      *>--CONFERE A CHAVE E DEVOLVE CONTADORES E TOTAIS
       1788-GERA-PULA-PROCESSADOS SECTION.

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8960-PULA-PROCESSADOS." TO DADOS-CBL
           WRITE REG-CBL

           IF W-GERA-SUM = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "           PERFORM 8000-LE-ARQUIVO THRU 8000-EXIT"
                   TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "               UNTIL W-LIDOS-ENTRADA NOT < "
                   DELIMITED BY SIZE
                   "CKP-LIDOS-ENTRADA" DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "               OR " DELIMITED BY SIZE
                   W-FSN-USADO DELIMITED BY SPACES
                   ' = "10"' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "           MOVE " DELIMITED BY SIZE
                   W-QBR-CAMPO1 DELIMITED BY SPACES
                   " TO W-CKP-CONFERE" DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "           IF " DELIMITED BY SIZE
                   W-FSN-USADO DELIMITED BY SPACES
                   ' = "10"' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           ELSE
               IF W-GERA-MD = "S"
                   MOVE SPACES TO DADOS-CBL
                   STRING "           PERFORM 8000-LE-MASTER THRU "
                       DELIMITED BY SIZE
                       "8000-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
                   WRITE REG-CBL
               ELSE
                   MOVE SPACES TO DADOS-CBL
                   STRING "           PERFORM 8000-LE-ARQUIVO THRU "
                       DELIMITED BY SIZE
                       "8000-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
                   WRITE REG-CBL
               END-IF

               MOVE 1 TO W-CKP-IX
               PERFORM 1790-GERA-ATE-CHECKPOINT

               IF W-GERA-MD = "S"
                   MOVE SPACES TO DADOS-CBL
                   STRING "           PERFORM 8100-LE-DETALHE THRU "
                       DELIMITED BY SIZE
                       "8100-EXIT" DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
                   WRITE REG-CBL

                   MOVE 2 TO W-CKP-IX
                   PERFORM 1790-GERA-ATE-CHECKPOINT

      *>--SE O DETALHE JA ESTAVA NO FIM, LE ATE O FIM DE NOVO
                   MOVE SPACES TO DADOS-CBL
                   STRING "           IF CKP-FS-" DELIMITED BY SIZE
                       W-NOME-SEQ(2) DELIMITED BY SPACES
                       ' = "10" AND W-FS' DELIMITED BY SIZE
                       W-NOME-SEQ(2) DELIMITED BY SPACES
                       ' NOT = "10"' DELIMITED BY SIZE INTO DADOS-CBL
                   END-STRING
                   WRITE REG-CBL

                   MOVE SPACES TO DADOS-CBL
                   STRING "               PERFORM 8100-LE-DETALHE "
                       DELIMITED BY SIZE
                       "THRU 8100-EXIT" DELIMITED BY SIZE
                       INTO DADOS-CBL
                   END-STRING
                   WRITE REG-CBL

                   MOVE SPACES TO DADOS-CBL
                   MOVE "           END-IF" TO DADOS-CBL
                   WRITE REG-CBL
               END-IF

               MOVE SPACES TO DADOS-CBL
               STRING "           MOVE " DELIMITED BY SIZE
                   W-CKP-CHAVE DELIMITED BY SPACES
                   " TO W-CKP-CONFERE" DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "           IF W-FS" DELIMITED BY SIZE
                   W-NOME-SEQ(1) DELIMITED BY SPACES
                   ' = "10"' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               IF W-GERA-MD = "S"
                   MOVE SPACES TO DADOS-CBL
                   STRING "               OR W-FS" DELIMITED BY SIZE
                       W-NOME-SEQ(2) DELIMITED BY SPACES
                       " NOT = CKP-FS-" DELIMITED BY SIZE
                       W-NOME-SEQ(2) DELIMITED BY SPACES
                       INTO DADOS-CBL
                   END-STRING
                   WRITE REG-CBL
               END-IF
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "               OR W-CKP-CONFERE NOT = CKP-CHAVE"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           IF W-GERA-SUM = "S"
               STRING '               DISPLAY "CHECKPOINT NAO CONFERE '
                   DELIMITED BY SIZE
                   'COM O ARQUIVO ' DELIMITED BY SIZE
                   W-SEL-USADO DELIMITED BY SPACES
                   '"' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
           ELSE
               STRING '               DISPLAY "CHECKPOINT NAO CONFERE '
                   DELIMITED BY SIZE
                   'COM O ARQUIVO ' DELIMITED BY SIZE
                   W-NOME-SEQ(1) DELIMITED BY SPACES
                   '"' DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
           END-IF
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               MOVE 16 TO RETURN-CODE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE 16 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "               STOP RUN" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL

           PERFORM 1783-RESTAURA-CKP-SEQ VARYING W-CKP-IX FROM 1 BY 1
               UNTIL W-CKP-IX > W-CKP-QTD-SEQ

           IF W-GERA-SUM = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE '           MOVE "N" TO W-PRIMEIRO' TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "           MOVE CKP-CHAVE TO W-QBR1-ANT"
                   TO DADOS-CBL
               WRITE REG-CBL

               IF W-QBR-CAMPO2 NOT = SPACES
                   MOVE SPACES TO DADOS-CBL
                   MOVE "           MOVE CKP-QBR2-ANT TO W-QBR2-ANT"
                       TO DADOS-CBL
                   WRITE REG-CBL
               END-IF

               PERFORM 1785-RESTAURA-CKP-TOTAL
                   VARYING W-TN FROM 1 BY 1 UNTIL W-TN > W-TOT-QTD
           END-IF

           IF W-GERA-REL = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "           MOVE CKP-PAGINA TO W-PAGINA"
                   TO DADOS-CBL
               WRITE REG-CBL
           END-IF

      *>--NO RELATORIO FICA MARCADO ONDE A EXECUCAO FOI RETOMADA
           IF W-CKP-SAIDA = "RELATORIO"
               MOVE SPACES TO DADOS-CBL
               STRING '           MOVE "*** REINICIO A PARTIR DO '
                   DELIMITED BY SIZE
                   'CHECKPOINT ***"' DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "               TO REG-RELATORIO" TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "           WRITE REG-RELATORIO" TO DADOS-CBL
               WRITE REG-CBL

               MOVE "WRITE" TO W-GER-OPER
               MOVE "N" TO W-GER-PONTO
               PERFORM 1781-GERA-TESTE-SAIDA
           END-IF

           MOVE SPACES TO DADOS-CBL
           IF W-GERA-SUM = "S"
               STRING '           DISPLAY "REGISTROS JA PROCESSADOS: "'
                   DELIMITED BY SIZE
                   " W-LIDOS-ENTRADA" DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
           ELSE
               STRING '           DISPLAY "REGISTROS JA PROCESSADOS: "'
                   DELIMITED BY SIZE
                   " W-LIDOS-" DELIMITED BY SIZE
                   W-NOME-SEQ(1) DELIMITED BY SPACES
                   INTO DADOS-CBL
               END-STRING
           END-IF
           WRITE REG-CBL

      *>--NO CASAMENTO O PROXIMO MASTER E LIDO AQUI; NOS DEMAIS
      *>--PADROES PELA PRIMEIRA LEITURA DO 1000
           IF W-GERA-MD = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "           CLOSE ARQCKP" TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "           PERFORM 8000-LE-MASTER THRU "
                   DELIMITED BY SIZE
                   "8000-EXIT." DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
           ELSE
               MOVE SPACES TO DADOS-CBL
               MOVE "           CLOSE ARQCKP." TO DADOS-CBL
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "       8960-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL.
       1788-FIM.

      *>--GERA O TESTE DE FILE STATUS DO ARQUIVO DE TRABALHO
       1789-GERA-TESTE-TRB SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-FSTRB NOT = "00"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '               DISPLAY "ERRO NO ARQUIVO DE '
               DELIMITED BY SIZE
               'TRABALHO: " W-FSTRB' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               MOVE 16 TO RETURN-CODE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE 16 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "               STOP RUN" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL.
       1789-FIM.

      *>--CONDICAO DE PARADA DA RELEITURA DE UM ARQUIVO (W-CKP-IX)
       1790-GERA-ATE-CHECKPOINT SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING "               UNTIL W-LIDOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               " NOT < CKP-LIDOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "               OR W-FS" DELIMITED BY SIZE
               W-NOME-SEQ(W-CKP-IX) DELIMITED BY SPACES
               ' = "10"' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1790-FIM.

      *>--PREPARA O CHECKPOINT DO PADRAO: ARQUIVOS CONTADOS, SAIDA A
      *>--REABRIR E CHAVE QUE IDENTIFICA O ULTIMO REGISTRO PROCESSADO
       179-PREPARA-CKP SECTION.

           MOVE SPACES TO W-CKP-CHAVE
           MOVE 10 TO W-CKP-CHV-TAM
           EVALUATE TRUE
               WHEN W-GERA-SUM = "S"
                   MOVE ZEROS TO W-CKP-QTD-SEQ
                   MOVE "RELATORIO" TO W-CKP-SAIDA
               WHEN W-GERA-REL = "S"
                   MOVE 1 TO W-CKP-QTD-SEQ
                   MOVE "RELATORIO" TO W-CKP-SAIDA
               WHEN W-GERA-MD = "S"
                   MOVE 2 TO W-CKP-QTD-SEQ
                   MOVE SPACES TO W-CKP-SAIDA
               WHEN OTHER
                   MOVE 2 TO W-CKP-QTD-SEQ
                   MOVE W-NOME-SEQ(2) TO W-CKP-SAIDA
           END-EVALUATE

      *>--NA SUMARIZACAO A CHAVE E O PRIMEIRO CAMPO DE QUEBRA; NOS
      *>--DEMAIS, A CHAVE DO PRIMEIRO SEQUENCIAL (OU O INICIO DO
      *>--REGISTRO QUANDO ELE NAO TEM CHAVE)
           EVALUATE TRUE
               WHEN W-GERA-SUM = "S"
                   MOVE W-QBR-CAMPO1 TO W-CKP-CHAVE
                   MOVE 30 TO W-CKP-CHV-TAM
               WHEN W-SEQ-LAYOUT(1) NOT = SPACES
                   AND W-SEQ-CHAVE(1) NOT = SPACES
                   AND NOT SEQ-CHV-POR-POSICAO(1)
                   MOVE W-SEQ-CHAVE(1) TO W-CKP-CHAVE
                   MOVE W-SEQ-CHV-TAM(1) TO W-CKP-CHV-TAM
               WHEN W-SEQ-LAYOUT(1) NOT = SPACES
                   MOVE W-SEQ-CHV-POS(1) TO W-POS-ED
                   MOVE W-SEQ-CHV-TAM(1) TO W-TAM-ED
                   STRING "REG-" DELIMITED BY SIZE
                       W-NOME-SEQ(1) DELIMITED BY SPACES
                       "(" W-POS-ED ":" W-TAM-ED ")" DELIMITED BY SIZE
                       INTO W-CKP-CHAVE
                   END-STRING
                   MOVE W-SEQ-CHV-TAM(1) TO W-CKP-CHV-TAM
               WHEN SEQ-ORG-INDEXADO(1)
                   MOVE W-SEQ-CHAVE(1) TO W-CKP-CHAVE
               WHEN OTHER
                   STRING "REG-" DELIMITED BY SIZE
                       W-NOME-SEQ(1) DELIMITED BY SPACES
                       "(1:10)" DELIMITED BY SIZE INTO W-CKP-CHAVE
                   END-STRING
           END-EVALUATE.
       179-FIM.

      *>--HISTORICO DE EXECUCAO: O FONTE GERADO ACRESCENTA UM REGISTRO
      *>--POR EXECUCAO AO HISTEXEC.DAT, COMPARTILHADO POR TODOS OS
      *>--PROGRAMAS (LIDO PELO monitora-lote)
       190-GERA-HST-SELECT SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE "       SELECT ARQHST ASSIGN TO DISK" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "          ORGANIZATION IS LINE "
               DELIMITED BY SIZE
               "SEQUENTIAL" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "          FILE STATUS     IS W-FSHST."
               TO DADOS-CBL
           WRITE REG-CBL.
       190-FIM.

      *>--FD DO HISTORICO: PROGRAMA, DATA/HORA, RETORNO, CONTADORES
      *>--DE ATE 10 ARQUIVOS E ATE 4 TOTAIS DE CONTROLE
       191-GERA-HST-FD SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE "       FD  ARQHST" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           VALUE OF FILE-ID IS W-ARQHST."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "          01 REG-HST." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-PROGRAMA PIC X(10)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-DATA PIC 9(08)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-HORA PIC 9(08)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-RC PIC 9(03)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-REINICIO PIC X(01)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-QTD-ARQ PIC 9(02)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-ARQ OCCURS 10 TIMES." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "              10 HST-ARQ-NOME PIC X(10)."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "              10 HST-ARQ-LIDOS PIC 9(09)."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "              10 HST-ARQ-GRAVADOS PIC 9(09)."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "              10 HST-ARQ-REJEITADOS PIC 9(09)."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-QTD-TOT PIC 9(01)." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "            05 HST-TOT OCCURS 4 TIMES." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "              10 HST-TOT-NOME PIC X(30)."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "              10 HST-TOT-VALOR PIC S9(11)V99 "
               DELIMITED BY SIZE
               "SIGN LEADING SEPARATE." DELIMITED BY SIZE
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL.
       191-FIM.

      *>--WORKING DO HISTORICO: STATUS E NOME DO ARQUIVO
       192-GERA-HST-WS SECTION.

           MOVE SPACES TO DADOS-CBL
           MOVE "       77 W-FSHST PIC X(02) VALUE SPACES."
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '       77 W-ARQHST PIC X(50) VALUE '
               DELIMITED BY SIZE
               '"HISTEXEC.DAT".' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       192-FIM.

      *>--ANTES DE CADA STOP RUN (FIM NORMAL OU ABEND) GRAVA O
      *>--HISTORICO; W-HST-COL E A COLUNA DO COMANDO NO FONTE GERADO
       193-GERA-HST-CHAMADA SECTION.

           IF W-GERA-HST = "S"
               MOVE SPACES TO DADOS-CBL
               MOVE "PERFORM 8980-GRAVA-HISTORICO THRU 8980-EXIT"
                   TO DADOS-CBL(W-HST-COL:)
               WRITE REG-CBL
           END-IF.
       193-FIM.

      *>--ROTINA 8980 DO FONTE GERADO: MONTA E ACRESCENTA O REGISTRO
      *>--DA EXECUCAO; FALHA NO HISTORICO NAO MUDA O RETURN-CODE
       194-GERA-HST-ROTINA SECTION.

           MOVE SPACES TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8980-GRAVA-HISTORICO." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           MOVE SPACES TO REG-HST" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '           MOVE "' DELIMITED BY SIZE
               W-NOME-CBL DELIMITED BY SPACES
               '" TO HST-PROGRAMA' DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           ACCEPT HST-DATA FROM DATE YYYYMMDD"
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           ACCEPT HST-HORA FROM TIME" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           MOVE RETURN-CODE TO HST-RC" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           IF W-GERA-CKP = "S"
               MOVE "           MOVE W-REINICIO TO HST-REINICIO"
                   TO DADOS-CBL
           ELSE
               MOVE '           MOVE "N" TO HST-REINICIO' TO DADOS-CBL
           END-IF
           WRITE REG-CBL

      *>--ARQUIVOS: OS SEQUENCIAIS DO PADRAO OU A ENTRADA DA
      *>--SUMARIZACAO; A CLASSIFICACAO (SORT) NAO CONTA REGISTROS
           MOVE SPACES TO DADOS-CBL
           IF W-GERA-SUM = "S"
               MOVE "           MOVE 1 TO HST-QTD-ARQ" TO DADOS-CBL
           ELSE
               STRING "           MOVE " DELIMITED BY SIZE
                   W-HST-QTD-SEQ DELIMITED BY SIZE
                   " TO HST-QTD-ARQ" DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
           END-IF
           WRITE REG-CBL

           IF W-GERA-SUM = "S"
               MOVE SPACES TO DADOS-CBL
               STRING '           MOVE "' DELIMITED BY SIZE
                   W-SEL-USADO(1:10) DELIMITED BY SPACES
                   '" TO HST-ARQ-NOME(1)' DELIMITED BY SIZE
                   INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               STRING "           MOVE W-LIDOS-ENTRADA TO "
                   DELIMITED BY SIZE
                   "HST-ARQ-LIDOS(1)" DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "           MOVE ZEROS TO HST-ARQ-GRAVADOS(1)"
                   TO DADOS-CBL
               WRITE REG-CBL

               MOVE SPACES TO DADOS-CBL
               MOVE "           MOVE ZEROS TO HST-ARQ-REJEITADOS(1)"
                   TO DADOS-CBL
               WRITE REG-CBL
           ELSE
               PERFORM 1940-HST-ARQ-SEQ VARYING W-HST-IX FROM 1 BY 1
                   UNTIL W-HST-IX > W-HST-QTD-SEQ
           END-IF

      *>--TOTAIS DE CONTROLE: OS TOTAIS GERAIS DA SUMARIZACAO
           MOVE SPACES TO DADOS-CBL
           IF W-GERA-SUM = "S"
               STRING "           MOVE " DELIMITED BY SIZE
                   W-TOT-QTD DELIMITED BY SIZE
                   " TO HST-QTD-TOT" DELIMITED BY SIZE INTO DADOS-CBL
               END-STRING
               WRITE REG-CBL
               PERFORM 1941-HST-TOTAL
                   VARYING W-TN FROM 1 BY 1 UNTIL W-TN > W-TOT-QTD
           ELSE
               MOVE "           MOVE ZEROS TO HST-QTD-TOT" TO DADOS-CBL
               WRITE REG-CBL
           END-IF

           MOVE SPACES TO DADOS-CBL
           MOVE "           OPEN EXTEND ARQHST" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-FSHST = "35"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               OPEN OUTPUT ARQHST" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE '           IF W-FSHST = "00"' TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               WRITE REG-HST" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "               CLOSE ARQHST" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           ELSE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING '               DISPLAY "HISTORICO DE EXECUCAO '
               DELIMITED BY SIZE
               'NAO GRAVADO: " W-FSHST' DELIMITED BY SIZE
               INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           END-IF." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "       8980-EXIT." TO DADOS-CBL
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           MOVE "           EXIT." TO DADOS-CBL
           WRITE REG-CBL.
       194-FIM.

      *>--CONTADORES DE UM SEQUENCIAL NO REGISTRO DO HISTORICO
       1940-HST-ARQ-SEQ SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING '           MOVE "' DELIMITED BY SIZE
               W-NOME-SEQ(W-HST-IX) DELIMITED BY SPACES
               '" TO HST-ARQ-NOME(' DELIMITED BY SIZE
               W-HST-IX ")" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-LIDOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-HST-IX) DELIMITED BY SPACES
               " TO HST-ARQ-LIDOS(" DELIMITED BY SIZE
               W-HST-IX ")" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-GRAVADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-HST-IX) DELIMITED BY SPACES
               " TO HST-ARQ-GRAVADOS(" DELIMITED BY SIZE
               W-HST-IX ")" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-REJEITADOS-" DELIMITED BY SIZE
               W-NOME-SEQ(W-HST-IX) DELIMITED BY SPACES
               " TO HST-ARQ-REJEITADOS(" DELIMITED BY SIZE
               W-HST-IX ")" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1940-FIM.

      *>--UM TOTAL DE CONTROLE (TOTAL GERAL DO CAMPO) NO HISTORICO
       1941-HST-TOTAL SECTION.

           MOVE SPACES TO DADOS-CBL
           STRING '           MOVE "' DELIMITED BY SIZE
               W-TOT-CAMPO(W-TN) DELIMITED BY SPACES
               '" TO HST-TOT-NOME(' DELIMITED BY SIZE
               W-TN ")" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL

           MOVE SPACES TO DADOS-CBL
           STRING "           MOVE W-TOTGER-" DELIMITED BY SIZE
               W-TN " TO HST-TOT-VALOR(" DELIMITED BY SIZE
               W-TN ")" DELIMITED BY SIZE INTO DADOS-CBL
           END-STRING
           WRITE REG-CBL.
       1941-FIM.

      *>--GRAVA O DRIVER DE TESTE QUE CHAMA O SUBPROGRAMA
       157-GRAVA-DRIVER SECTION.
               MOVE SPACES TO DADOS-CBL
               WRITE REG-CBL

               MOVE 12 TO W-HST-COL
               PERFORM 193-GERA-HST-CHAMADA

               MOVE SPACES TO DADOS-CBL
               MOVE "           STOP RUN." TO DADOS-CBL
               WRITE REG-CBL
                   PERFORM 1482-EMITE-COLUNA
               END-IF
               MOVE SPACES TO W-NOME-HEAD
               IF W-SEQ-LAYOUT(1) = SPACES
                   STRING "W-" DELIMITED BY SIZE
                       W-NOME-SEQ(1) DELIMITED BY SPACES
                       INTO W-NOME-HEAD
                   END-STRING
               ELSE
                   STRING "REG-" DELIMITED BY SIZE
                       W-NOME-SEQ(1) DELIMITED BY SPACES
                       INTO W-NOME-HEAD
                   END-STRING
               END-IF
               PERFORM 1482-EMITE-COLUNA
           END-IF


           MOVE SPACES TO W-GER-CHAVE
           IF W-SEQ-CHAVE(W-GER-ARQ) NOT = SPACES
               AND NOT SEQ-CHV-POR-POSICAO(W-GER-ARQ)
               MOVE W-SEQ-CHAVE(W-GER-ARQ) TO W-GER-CHAVE
           ELSE
               IF W-SEQ-LAYOUT(W-GER-ARQ) = SPACES
                   STRING "REG-" DELIMITED BY SIZE
                       W-NOME-SEQ(W-GER-ARQ) DELIMITED BY SPACES
                       "(1:10)" DELIMITED BY SIZE INTO W-GER-CHAVE
                   END-STRING
               ELSE
                   MOVE W-SEQ-CHV-POS(W-GER-ARQ) TO W-POS-ED
                   MOVE W-SEQ-CHV-TAM(W-GER-ARQ) TO W-TAM-ED
                   STRING "REG-" DELIMITED BY SIZE
                       W-NOME-SEQ(W-GER-ARQ) DELIMITED BY SPACES
                       "(" W-POS-ED ":" W-TAM-ED ")" DELIMITED BY SIZE
                       INTO W-GER-CHAVE
                   END-STRING
               END-IF
           END-IF

           MOVE SPACES TO DADOS-CBL
               TO DADOS-CBL
           WRITE REG-CBL

           MOVE 20 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "                   STOP RUN" TO DADOS-CBL
           WRITE REG-CBL
           MOVE "           MOVE 16 TO RETURN-CODE" TO DADOS-CBL
           WRITE REG-CBL

           MOVE 12 TO W-HST-COL
           PERFORM 193-GERA-HST-CHAMADA

           MOVE SPACES TO DADOS-CBL
           MOVE "           STOP RUN." TO DADOS-CBL
           WRITE REG-CBL
               ELSE
                   MOVE "P" TO CAT-TIPO
               END-IF
      *>--VERSAO NOVA NASCE GERADA; O atualiza-cat REGISTRA DEPOIS
      *>--O RESULTADO DA COMPILACAO E DA EXECUCAO DO JOB
               MOVE "G" TO CAT-SITUACAO
               MOVE CAT-DATA TO CAT-DATA-SIT
               MOVE ZEROS TO CAT-RC

               WRITE REG-CAT
                   INVALID KEY
                   UNTIL W-I > W-ARQ
               PERFORM 1115-SPEC-HASH-BOK VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-BOK
               PERFORM 1117-SPEC-HASH-LAY VARYING W-I FROM 1 BY 1
                   UNTIL W-I > W-SEQUENT

      *>--FINGERPRINT DO CODIGO GERADO (REGISTROS L E G), P/ A
      *>--PROXIMA REGERACAO E O audita-cbl DETECTAREM ALTERACAO
      *>--MANUAL FORA DOS TRECHOS DE USUARIO
               PERFORM 1119-SPEC-FP-FONTE

               MOVE SPACES TO REG-SPEC
               MOVE "9" TO SPEC-TIPO
               MOVE W-TIPO-PROC TO SPEC-DADO(1:1)
               IF W-CKP-INTERVALO > ZEROS
                   MOVE W-CKP-INTERVALO TO SPEC-DADO(2:7)
               END-IF
               WRITE REG-SPEC

               IF PROC-SUMARIZACAO
           MOVE W-SEQ-ASSIGN-TIPO(W-I) TO SPEC-DADO(23:1)
           MOVE W-SEQ-ASSIGN-VALOR(W-I) TO SPEC-DADO(24:30)
           MOVE W-SEQ-SORT-CHAVE(W-I) TO SPEC-DADO(54:10)
           MOVE W-SEQ-LAYOUT(W-I) TO SPEC-DADO(64:10)
           WRITE REG-SPEC.
       1111-FIM.

           PERFORM 1116-GRAVA-HASH.
       1115-FIM.

      *>--GRAVA O FINGERPRINT DO BOK DE LAYOUT DE UM ARQ SEQUENTIAL
       1117-SPEC-HASH-LAY SECTION.

      *>--O MESMO LAYOUT EM DOIS ARQUIVOS GERA UM SO REGISTRO H
           MOVE ZEROS TO W-CLY-ACHOU
           PERFORM 1118-LAYOUT-REPETIDO VARYING W-CLY-J FROM 1 BY 1
               UNTIL W-CLY-J NOT < W-I OR W-CLY-ACHOU NOT = ZEROS

           IF W-SEQ-LAYOUT(W-I) NOT = SPACES AND W-CLY-ACHOU = ZEROS
               MOVE SPACES TO W-ARQBOK
               STRING W-SEQ-LAYOUT(W-I) DELIMITED BY SPACES
                   ".bok" DELIMITED BY SIZE INTO W-ARQBOK
               END-STRING
               PERFORM 1116-GRAVA-HASH
           END-IF.
       1117-FIM.

       1118-LAYOUT-REPETIDO SECTION.

           IF W-SEQ-LAYOUT(W-CLY-J) = W-SEQ-LAYOUT(W-I)
               MOVE W-CLY-J TO W-CLY-ACHOU
           END-IF.
       1118-FIM.

      *>--CALCULA E GRAVA O REGISTRO H DE UM BOK
       1116-GRAVA-HASH SECTION.

           WRITE REG-SPEC.
       1116-FIM.

      *>--GRAVA OS REGISTROS L (POR LINHA) E G (TOTAL) DO FONTE
      *>--RECEM-GERADO
       1119-SPEC-FP-FONTE SECTION.

           MOVE SPACES TO W-ARQBOK
           STRING W-NOME-CBL DELIMITED BY SPACES
               ".cbl" DELIMITED BY SIZE INTO W-ARQBOK
           END-STRING

           SET FPF-GRAVA-LINHAS TO TRUE
           PERFORM 164-CALC-HASH-FONTE
           MOVE "N" TO W-FPF-GRAVA-L

           IF FPF-FONTE-ABERTO
               MOVE SPACES TO REG-SPEC
               MOVE "G" TO SPEC-TIPO
               MOVE W-FPF-TOTAL TO SPEC-DADO(1:9)
               MOVE W-FPF-LINHAS TO SPEC-DADO(10:5)
               WRITE REG-SPEC
           END-IF.
       1119-FIM.

      *>--FINGERPRINT DE UM BOK: SOMA PONDERADA DOS CARACTERES
      *>--DAS LINHAS UTEIS (SEM COMENTARIO E SEM LINHA EM BRANCO)
       163-CALC-HASH-BOK SECTION.
           END-PERFORM.
       1631-FIM.

      *>--FINGERPRINT DO CODIGO GERADO DE UM FONTE (W-ARQBOK): CADA
      *>--LINHA FORA DOS TRECHOS DE USUARIO TEM O SEU FINGERPRINT
      *>--(MESMA CONTA DO BOK), QUE ENTRA NO TOTAL PELA ORDEM DA LINHA
       164-CALC-HASH-FONTE SECTION.

           MOVE ZEROS TO W-FPF-TOTAL
           MOVE ZEROS TO W-FPF-LINHAS
           MOVE ZEROS TO W-FPF-L-QTD
           MOVE SPACES TO W-FPF-L-DADO
           MOVE "N" TO W-FPF-NO-TRECHO
           MOVE "N" TO W-FPF-ABRIU
           MOVE "N" TO W-FIM-HASH

           OPEN INPUT ARQBOK
           IF W-FSBOK = "00"
               SET FPF-FONTE-ABERTO TO TRUE
               PERFORM 1640-LE-LINHA-FONTE UNTIL FIM-DO-HASH
               CLOSE ARQBOK
               IF FPF-GRAVA-LINHAS AND W-FPF-L-QTD > ZEROS
                   PERFORM 1642-GRAVA-REG-L
               END-IF
           END-IF.
       164-FIM.

      *>--LE UMA LINHA DO FONTE, PULANDO OS TRECHOS DE USUARIO
       1640-LE-LINHA-FONTE SECTION.

           READ ARQBOK
               AT END
                   SET FIM-DO-HASH TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DADOS-BOK(1:33) =
                           "      *>--INICIO TRECHO USUARIO: "
                           SET FPF-DENTRO-TRECHO TO TRUE
                       WHEN DADOS-BOK(1:30) =
                           "      *>--FIM TRECHO USUARIO: "
                           MOVE "N" TO W-FPF-NO-TRECHO
                       WHEN FPF-DENTRO-TRECHO
                           CONTINUE
                       WHEN DADOS-BOK(7:1) = "*"
                           OR DADOS-BOK = SPACES
                           CONTINUE
                       WHEN OTHER
                           PERFORM 1641-ACUMULA-LINHA
                   END-EVALUATE
           END-READ.
       1640-FIM.

      *>--ACUMULA UMA LINHA DE CODIGO GERADO NO FINGERPRINT
       1641-ACUMULA-LINHA SECTION.

           MOVE ZEROS TO W-HASH-BOK
           PERFORM 1631-ACUMULA-HASH
           COMPUTE W-HASH-TRAB = W-FPF-TOTAL * 31 + W-HASH-BOK
           DIVIDE W-HASH-TRAB BY 999999937
               GIVING W-HASH-Q REMAINDER W-FPF-TOTAL
           ADD 1 TO W-FPF-LINHAS

           IF FPF-GRAVA-LINHAS
               DIVIDE W-HASH-BOK BY 99991
                   GIVING W-HASH-Q REMAINDER W-FPF-LINHA
               ADD 1 TO W-FPF-L-QTD
               COMPUTE W-FPF-L-POS = W-FPF-L-QTD * 5 + 1
               MOVE W-FPF-LINHA TO W-FPF-L-DADO(W-FPF-L-POS:5)
               IF W-FPF-L-QTD = 14
                   PERFORM 1642-GRAVA-REG-L
               END-IF
           END-IF.
       1641-FIM.

      *>--GRAVA UM REGISTRO L: NUMERO DA 1A LINHA GERADA DO GRUPO
      *>--(1:5) E ATE 14 FINGERPRINTS DE LINHA DE 5 POSICOES (6:70)
       1642-GRAVA-REG-L SECTION.

           COMPUTE W-FPF-L-PRIM = W-FPF-LINHAS - W-FPF-L-QTD + 1
           MOVE W-FPF-L-PRIM TO W-FPF-L-DADO(1:5)
           MOVE SPACES TO REG-SPEC
           MOVE "L" TO SPEC-TIPO
           MOVE W-FPF-L-DADO TO SPEC-DADO(1:75)
           WRITE REG-SPEC
           MOVE ZEROS TO W-FPF-L-QTD
           MOVE SPACES TO W-FPF-L-DADO.
       1642-FIM.

      *>--CARREGA UMA ESPECIFICACAO GRAVADA (.spc) P/ REGERACAO
       112-CARREGA-SPEC SECTION.

                       TO W-SEQ-ASSIGN-VALOR(W-IX-SEQ)
                   MOVE SPEC-DADO(54:10)
                       TO W-SEQ-SORT-CHAVE(W-IX-SEQ)
                   MOVE SPEC-DADO(64:10) TO W-SEQ-LAYOUT(W-IX-SEQ)
               WHEN SPEC-QTD-BOK
                   MOVE SPEC-DADO(1:3) TO W-BOK
               WHEN SPEC-DADO-BOK AND W-IX-BOK < 999
                   MOVE SPEC-DADO(1:10) TO W-NOME-BOK(W-IX-BOK)
               WHEN SPEC-TIPO-PROC
                   MOVE SPEC-DADO(1:1) TO W-TIPO-PROC
                   IF SPEC-DADO(2:7) NUMERIC
                       MOVE SPEC-DADO(2:7) TO W-CKP-INTERVALO
                   ELSE
                       MOVE ZEROS TO W-CKP-INTERVALO
                   END-IF
               WHEN SPEC-QUEBRA
                   MOVE SPEC-DADO(1:30) TO W-QBR-CAMPO1
                   MOVE SPEC-DADO(31:30) TO W-QBR-CAMPO2
                       TO W-CHK-MSG
                   PERFORM 1897-RELATA-CONF
               END-IF
               MOVE PARM-DADO(1:10) TO W-NOME-SEQ(W-I)
               MOVE PARM-DADO(13:10) TO W-SEQ-CHAVE(W-I)
               MOVE PARM-DADO(54:10) TO W-SEQ-SORT-CHAVE(W-I)
               MOVE PARM-DADO(64:10) TO W-SEQ-LAYOUT(W-I)
               PERFORM 206-VALIDA-LAYOUT-SEQ
               IF NOT BOK-VALIDO
                   MOVE W-BOK-ERRO(1:60) TO W-CHK-MSG
                   PERFORM 1897-RELATA-CONF
               END-IF
           END-IF.
       1830-FIM.

                   MOVE PARM-DADO(1:1) TO W-TIPO-PROC
               END-IF

               IF PARM-DADO(2:7) NOT = SPACES
                   AND PARM-DADO(2:7) NOT NUMERIC
                   MOVE "INTERVALO DE CHECKPOINT INVALIDO NO REGISTRO 9"
                       TO W-CHK-MSG
                   PERFORM 1897-RELATA-CONF
               END-IF

               IF PROC-SUMARIZACAO
                   PERFORM 1060-PEGA-QUEBRAS
                   IF PROGRAMA-COM-ERRO
                               INTO W-CHK-MSG
                           END-STRING
                           PERFORM 1897-RELATA-CONF
                       ELSE
                           MOVE PARM-DADO(2:1) TO W-FORCA-EDICAO
                           PERFORM 1076-CONFERE-EDICAO
                           IF FONTE-EDITADO AND NOT FORCA-SOBRESCRITA
                               MOVE SPACES TO W-CHK-MSG
                               STRING "FONTE ALTERADO FORA DOS "
                                   DELIMITED BY SIZE
                                   "TRECHOS - USE 3SF P/ SOBRESCREVER"
                                   DELIMITED BY SIZE
                                   INTO W-CHK-MSG
                               END-STRING
                               PERFORM 1897-RELATA-CONF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "S" TO W-PARM-PEND
           IF FIM-DO-PARM OR NOT PARM-AUTOR
               MOVE "FALTA O REGISTRO A (AUTOR)" TO W-CHK-MSG
               PERFORM 1898-ERRO-ORDEM
           ELSE
      *>--O NOME DO REGISTRO 8 NAO PODE ESTAR RESERVADO P/ OUTRO
               MOVE PARM-DADO(1:30) TO W-AUTOR
               IF W-NOME-CBL(1:3) IS ALPHABETIC
                   AND W-NOME-CBL(4:3) IS NUMERIC
                   PERFORM 1078-CONFERE-RESERVA
                   IF NOME-RESERVADO
                       MOVE SPACES TO W-CHK-MSG
                       STRING "NOME RESERVADO P/ " DELIMITED BY SIZE
                           W-RSV-DONO DELIMITED BY SIZE
                           INTO W-CHK-MSG
                       END-STRING
                       PERFORM 1897-RELATA-CONF
                   END-IF
               END-IF
           END-IF

           IF NOT PROGRAMA-COM-ERRO
