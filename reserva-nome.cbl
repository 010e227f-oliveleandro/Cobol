       IDENTIFICATION DIVISION.
       PROGRAM-ID. reserva-nome.
       AUTHOR.     "LEANDRO O.C. 20261015".
      *>--MANUTENCAO DO ARQUIVO DE RESERVA DE NOMES DE FONTE
      *>--(RESERVA.DAT): RESERVA UM NOME OU UMA FAIXA DE NUMEROS DE UM
      *>--PREFIXO, LIBERA, LISTA AS RESERVAS EM ABERTO E PROPOE O
      *>--PROXIMO NUMERO LIVRE DE UM PREFIXO (CATALOGO + RESERVAS).
      *>--O cria-cbl RECUSA NOME RESERVADO P/ OUTRO ANALISTA
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

           SELECT ARQRSV ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS RSV-CHAVE
               FILE STATUS     IS W-FSRSV.

           SELECT CATALOGO ASSIGN TO DISK
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CAT-CHAVE
               ALTERNATE RECORD KEY IS CAT-DATA
                   WITH DUPLICATES
               FILE STATUS     IS W-FSCAT.

           SELECT ARQCBL ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSCBL.

           SELECT RELRSV ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSREL.

       DATA DIVISION.
       FILE SECTION.

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

           FD  ARQCBL
               VALUE OF FILE-ID IS W-ARQCBL.

           01  REG-CBL.
               05  DADOS-CBL   PIC X(80).

           FD  RELRSV
               VALUE OF FILE-ID IS W-ARQREL.

           01  REG-REL.
               05  DADOS-REL   PIC X(132) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSRSV     PIC X(02) VALUE SPACES.
           05  W-FSCAT     PIC X(02) VALUE SPACES.
           05  W-FSCBL     PIC X(02) VALUE SPACES.
           05  W-FSREL     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQRSV    PIC X(50) VALUE "RESERVA.DAT".
           05  W-ARQCAT    PIC X(50) VALUE "CATALOGO.DAT".
           05  W-ARQCBL    PIC X(50) VALUE SPACES.
           05  W-ARQREL    PIC X(50) VALUE "RESERVA.LST".

       01  W-VAR.
           05  W-OPCAO       PIC X(01) VALUE SPACES.
               88  OPCAO-RESERVA VALUE "R" "r".
               88  OPCAO-LIBERA  VALUE "L" "l".
               88  OPCAO-LISTA   VALUE "C" "c".
               88  OPCAO-PROPOE  VALUE "P" "p".
           05  W-NOME-CBL    PIC X(10) VALUE SPACES.
           05  W-PREFIXO     PIC X(03) VALUE SPACES.
           05  W-NUM-INI     PIC 9(03) VALUE ZEROS.
           05  W-NUM-FIM     PIC 9(03) VALUE ZEROS.
           05  W-FIM-TELA    PIC X(03) VALUE SPACES.
           05  W-ANALISTA    PIC X(30) VALUE SPACES.
           05  W-ANALISTA-CMP PIC X(30) VALUE SPACES.
           05  W-DONO-CMP    PIC X(30) VALUE SPACES.
           05  W-FINALIDADE  PIC X(40) VALUE SPACES.
           05  W-DATA-TELA   PIC X(10) VALUE SPACES.
           05  W-VALIDADE    PIC 9(08) VALUE ZEROS.
           05  W-DATA-ATUAL  PIC 9(08) VALUE ZEROS.
           05  W-DATA-HOJE   PIC X(10) VALUE SPACES.
           05  W-NOME-OK     PIC X(01) VALUE "N".
               88  NOME-VALIDO VALUE "S".
           05  W-DATA-OK     PIC X(01) VALUE "N".
               88  DATA-VALIDA VALUE "S".
           05  W-RECUSA      PIC X(01) VALUE "N".
               88  OPERACAO-RECUSADA VALUE "S".
           05  W-CONFLITO    PIC X(01) VALUE "N".
               88  HA-CONFLITO VALUE "S".
           05  W-ACHOU       PIC X(01) VALUE "N".
               88  RESERVA-ACHADA VALUE "S".
           05  W-FIM-RSV     PIC X(01) VALUE "N".
               88  FIM-DAS-RESERVAS VALUE "S".
           05  W-FIM-CAT     PIC X(01) VALUE "N".
               88  FIM-DO-CATALOGO VALUE "S".
           05  W-NOME-PRONTO PIC X(01) VALUE "N".
           05  W-CONFIRMA    PIC X(01) VALUE SPACES.
               88  CONFIRMA-SIM VALUE "S" "s".
           05  W-MAIOR-NUM   PIC 9(04) VALUE ZEROS.
           05  W-PROXIMO     PIC 9(04) VALUE ZEROS.
           05  W-PROX-OK     PIC X(01) VALUE "N".
               88  PROXIMO-LIVRE VALUE "S".
           05  W-QTD-LISTA   PIC 9(05) VALUE ZEROS.
           05  W-SIT-LISTA   PIC X(07) VALUE SPACES.
           05  W-PAUSA       PIC X(01) VALUE SPACES.

      *>--DADOS DA RESERVA QUE IMPEDE A OPERACAO, P/ MOSTRAR NA TELA
       01  W-CONFLITO-DADOS.
           05  W-CNF-PREFIXO PIC X(03) VALUE SPACES.
           05  W-CNF-INI     PIC 9(03) VALUE ZEROS.
           05  W-CNF-FIM     PIC 9(03) VALUE ZEROS.
           05  W-CNF-DONO    PIC X(30) VALUE SPACES.
           05  W-CNF-FINAL   PIC X(40) VALUE SPACES.
           05  W-CNF-VALID   PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       100-INICIO.

           ACCEPT W-DATA-ATUAL FROM DATE YYYYMMDD
           STRING W-DATA-ATUAL(7:2) "/" W-DATA-ATUAL(5:2) "/"
               W-DATA-ATUAL(1:4) DELIMITED BY SIZE INTO W-DATA-HOJE
           END-STRING

           DISPLAY ERASE
           DISPLAY "*** RESERVA DE NOMES DE FONTE ***" AT 0203
           DISPLAY "(R)ESERVA UM NOME OU FAIXA" AT 0403
           DISPLAY "(L)IBERA UMA RESERVA" AT 0503
           DISPLAY "(C)ONSULTA AS RESERVAS EM ABERTO (RESERVA.LST)"
               AT 0603
           DISPLAY "(P)ROPOE O PROXIMO NUMERO LIVRE DE UM PREFIXO"
               AT 0703
           DISPLAY "OPCAO.:" AT 0903
           ACCEPT W-OPCAO

           PERFORM 101-ABRE-RESERVA

           EVALUATE TRUE
               WHEN OPCAO-RESERVA
                   PERFORM 110-RESERVA
               WHEN OPCAO-LIBERA
                   PERFORM 120-LIBERA
               WHEN OPCAO-LISTA
                   PERFORM 130-LISTA
               WHEN OPCAO-PROPOE
                   PERFORM 140-PROPOE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA." AT 1103
           END-EVALUATE

           CLOSE ARQRSV

           DISPLAY "TECLE ENTER P/ ENCERRAR.:" AT 2203
           ACCEPT W-PAUSA

           STOP RUN.

      *>--ABRE O ARQUIVO DE RESERVAS, CRIANDO-O NA PRIMEIRA VEZ
       101-ABRE-RESERVA SECTION.

           OPEN I-O ARQRSV
           IF W-FSRSV = "35"
               OPEN OUTPUT ARQRSV
               CLOSE ARQRSV
               OPEN I-O ARQRSV
           END-IF
           IF W-FSRSV NOT = "00"
               DISPLAY ERASE
               DISPLAY "*** RESERVA DE NOMES DE FONTE ***" AT 0203
               DISPLAY "ERRO AO ABRIR O RESERVA.DAT! STATUS.:"
                   AT 0503
               DISPLAY W-FSRSV AT 0541
               STOP RUN
           END-IF.
       101-FIM.

      *>--RESERVA UM NOME (OU FAIXA DE NUMEROS) P/ UM ANALISTA
       110-RESERVA SECTION.

           DISPLAY ERASE
           DISPLAY "*** RESERVA DE NOMES DE FONTE ***" AT 0203
           IF W-NOME-PRONTO = "S"
               DISPLAY "NOME A RESERVAR.......................:"
                   AT 0403
               DISPLAY W-NOME-CBL AT 0443
               MOVE SPACES TO W-FIM-TELA
           ELSE
               DISPLAY "NOME OU INICIO DA FAIXA, EX. PLA010...:"
                   AT 0403
               ACCEPT W-NOME-CBL
               DISPLAY "FIM DA FAIXA (3 DIGITOS, EM BRANCO = SO"
                   AT 0503
               DISPLAY "O NOME)...............................:"
                   AT 0603
               ACCEPT W-FIM-TELA
           END-IF

           MOVE "N" TO W-RECUSA
           PERFORM 150-VALIDA-NOME
           IF NOT NOME-VALIDO
               DISPLAY "NOME FORA DO PADRAO! USE 3 LETRAS + 3"
                   AT 1603
               DISPLAY "DIGITOS, EX. PLA010" AT 1703
               SET OPERACAO-RECUSADA TO TRUE
           END-IF

           IF NOT OPERACAO-RECUSADA
               IF W-FIM-TELA = SPACES
                   MOVE W-NUM-INI TO W-NUM-FIM
               ELSE
                   IF W-FIM-TELA IS NUMERIC
                       MOVE W-FIM-TELA TO W-NUM-FIM
                   ELSE
                       MOVE ZEROS TO W-NUM-FIM
                   END-IF
                   IF W-NUM-FIM < W-NUM-INI
                       DISPLAY "FIM DA FAIXA INVALIDO OU MENOR QUE O"
                           AT 1603
                       DISPLAY "INICIO!" AT 1703
                       SET OPERACAO-RECUSADA TO TRUE
                   END-IF
               END-IF
           END-IF

           IF NOT OPERACAO-RECUSADA
               DISPLAY "ANALISTA..............................:"
                   AT 0803
               ACCEPT W-ANALISTA
               DISPLAY "FINALIDADE............................:"
                   AT 0903
               ACCEPT W-FINALIDADE
               DISPLAY "VALIDADE (DD/MM/AAAA, EM BRANCO = SEM"
                   AT 1003
               DISPLAY "VALIDADE)............................:"
                   AT 1103
               ACCEPT W-DATA-TELA

               PERFORM 155-VALIDA-DATA
               EVALUATE TRUE
                   WHEN W-ANALISTA = SPACES
                       DISPLAY "ANALISTA OBRIGATORIO!" AT 1603
                       SET OPERACAO-RECUSADA TO TRUE
                   WHEN NOT DATA-VALIDA
                       DISPLAY "VALIDADE INVALIDA OU JA VENCIDA!"
                           AT 1603
                       SET OPERACAO-RECUSADA TO TRUE
               END-EVALUATE
           END-IF

      *>--NENHUM NUMERO DA FAIXA PODE ESTAR EM OUTRA RESERVA ABERTA
           IF NOT OPERACAO-RECUSADA
               PERFORM 160-PROCURA-CONFLITO
               IF HA-CONFLITO
                   PERFORM 165-MOSTRA-CONFLITO
               ELSE
                   PERFORM 115-GRAVA-RESERVA
               END-IF
           END-IF.
       110-FIM.

      *>--GRAVA A RESERVA PEDIDA
       115-GRAVA-RESERVA SECTION.

           MOVE SPACES TO REG-RSV
           MOVE W-PREFIXO TO RSV-PREFIXO
           MOVE W-NUM-INI TO RSV-NUM-INI
           MOVE W-NUM-FIM TO RSV-NUM-FIM
           MOVE W-ANALISTA TO RSV-ANALISTA
           MOVE W-DATA-HOJE TO RSV-DATA
           MOVE W-VALIDADE TO RSV-VALIDADE
           MOVE W-FINALIDADE TO RSV-FINALIDADE
           SET RESERVA-ABERTA TO TRUE

      *>--A MESMA CHAVE PODE SOBRAR DE UMA RESERVA JA LIBERADA OU
      *>--VENCIDA: NESSE CASO O REGISTRO E REAPROVEITADO
           WRITE REG-RSV
               INVALID KEY
                   REWRITE REG-RSV
           END-WRITE

           IF W-FSRSV NOT = "00"
               DISPLAY "ERRO AO GRAVAR A RESERVA! STATUS.:" AT 1603
               DISPLAY W-FSRSV AT 1638
           ELSE
               DISPLAY "RESERVA GRAVADA.:" AT 1603
               DISPLAY W-PREFIXO AT 1621
               DISPLAY W-NUM-INI AT 1624
               DISPLAY "A" AT 1628
               DISPLAY W-PREFIXO AT 1630
               DISPLAY W-NUM-FIM AT 1633
           END-IF.
       115-FIM.

      *>--LIBERA A RESERVA ABERTA QUE CONTEM O NOME INFORMADO
       120-LIBERA SECTION.

           DISPLAY ERASE
           DISPLAY "*** RESERVA DE NOMES DE FONTE ***" AT 0203
           DISPLAY "NOME RESERVADO, EX. PLA010.:" AT 0403
           ACCEPT W-NOME-CBL
           DISPLAY "ANALISTA...................:" AT 0503
           ACCEPT W-ANALISTA

           MOVE "N" TO W-RECUSA
           MOVE "N" TO W-ACHOU
           PERFORM 150-VALIDA-NOME
           IF NOT NOME-VALIDO
               DISPLAY "NOME FORA DO PADRAO! USE 3 LETRAS + 3"
                   AT 1603
               DISPLAY "DIGITOS, EX. PLA010" AT 1703
               SET OPERACAO-RECUSADA TO TRUE
           ELSE
               MOVE W-NUM-INI TO W-NUM-FIM
               MOVE "N" TO W-FIM-RSV
               PERFORM 170-POSICIONA-PREFIXO
               PERFORM 125-LE-RESERVA-NOME
                   UNTIL FIM-DAS-RESERVAS OR RESERVA-ACHADA
               IF NOT RESERVA-ACHADA
                   DISPLAY "NENHUMA RESERVA ABERTA P/ ESSE NOME."
                       AT 1603
                   SET OPERACAO-RECUSADA TO TRUE
               END-IF
           END-IF

      *>--SO O PROPRIO ANALISTA LIBERA A RESERVA (A VENCIDA JA NAO
      *>--BLOQUEIA NINGUEM)
           IF NOT OPERACAO-RECUSADA
               MOVE W-ANALISTA TO W-ANALISTA-CMP
               MOVE RSV-ANALISTA TO W-DONO-CMP
               INSPECT W-ANALISTA-CMP
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT W-DONO-CMP
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF W-ANALISTA-CMP NOT = W-DONO-CMP
                   DISPLAY "RESERVA DE OUTRO ANALISTA - NAO LIBERADA.:"
                       AT 1603
                   DISPLAY RSV-ANALISTA AT 1703
                   SET OPERACAO-RECUSADA TO TRUE
               END-IF
           END-IF

           IF NOT OPERACAO-RECUSADA
               SET RESERVA-LIBERADA TO TRUE
               MOVE W-DATA-HOJE TO RSV-DATA-LIB
               REWRITE REG-RSV
               IF W-FSRSV NOT = "00"
                   DISPLAY "ERRO AO LIBERAR A RESERVA! STATUS.:"
                       AT 1603
                   DISPLAY W-FSRSV AT 1639
               ELSE
                   DISPLAY "RESERVA LIBERADA.:" AT 1603
                   DISPLAY RSV-PREFIXO AT 1622
                   DISPLAY RSV-NUM-INI AT 1625
                   DISPLAY "A" AT 1629
                   DISPLAY RSV-PREFIXO AT 1631
                   DISPLAY RSV-NUM-FIM AT 1634
               END-IF
           END-IF.
       120-FIM.

      *>--PROCURA A RESERVA ABERTA (MESMO VENCIDA) QUE CONTEM O NOME
       125-LE-RESERVA-NOME SECTION.

           PERFORM 175-LE-PROXIMA
           IF NOT FIM-DAS-RESERVAS
               IF RSV-NUM-INI > W-NUM-INI
                   SET FIM-DAS-RESERVAS TO TRUE
               ELSE
                   IF RESERVA-ABERTA
                       AND RSV-NUM-FIM NOT < W-NUM-INI
                       SET RESERVA-ACHADA TO TRUE
                   END-IF
               END-IF
           END-IF.
       125-FIM.

      *>--LISTA AS RESERVAS NAO LIBERADAS NO RESERVA.LST
       130-LISTA SECTION.

           OPEN OUTPUT RELRSV
           IF W-FSREL NOT = "00"
               DISPLAY "ERRO AO ABRIR O RESERVA.LST!" AT 1603
           ELSE
               PERFORM 131-GRAVA-LISTA
           END-IF.
       130-FIM.

      *>--CABECALHO, RESERVAS E TOTAL DO RESERVA.LST
       131-GRAVA-LISTA SECTION.

           MOVE SPACES TO DADOS-REL
           STRING "RESERVAS DE NOMES DE FONTE EM ABERTO EM "
               DELIMITED BY SIZE
               W-DATA-HOJE DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           STRING "FAIXA          ANALISTA                       "
               DELIMITED BY SIZE
               "RESERVA    VALIDADE   SITUACAO FINALIDADE"
               DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO DADOS-REL
           MOVE ALL "-" TO DADOS-REL(1:132)
           WRITE REG-REL

           MOVE ZEROS TO W-QTD-LISTA
           MOVE "N" TO W-FIM-RSV
           MOVE LOW-VALUES TO RSV-CHAVE
           START ARQRSV KEY NOT < RSV-CHAVE
               INVALID KEY
                   SET FIM-DAS-RESERVAS TO TRUE
           END-START
           PERFORM 135-LISTA-RESERVA UNTIL FIM-DAS-RESERVAS

           MOVE SPACES TO DADOS-REL
           WRITE REG-REL
           MOVE SPACES TO DADOS-REL
           STRING "RESERVAS EM ABERTO.: " DELIMITED BY SIZE
               W-QTD-LISTA DELIMITED BY SIZE INTO DADOS-REL
           END-STRING
           WRITE REG-REL

           CLOSE RELRSV

           DISPLAY ERASE
           DISPLAY "*** RESERVA DE NOMES DE FONTE ***" AT 0203
           DISPLAY "RESERVAS EM ABERTO.:" AT 0503
           DISPLAY W-QTD-LISTA AT 0524
           DISPLAY "RELATORIO EM RESERVA.LST" AT 0703.
       131-FIM.

      *>--GRAVA UMA RESERVA NAO LIBERADA (VENCIDA NAO BLOQUEIA MAIS
      *>--O NOME, MAS CONTINUA LISTADA ATE SER LIBERADA)
       135-LISTA-RESERVA SECTION.

           PERFORM 175-LE-PROXIMA
           IF NOT FIM-DAS-RESERVAS AND RESERVA-ABERTA
               ADD 1 TO W-QTD-LISTA
               IF RSV-VALIDADE < W-DATA-ATUAL
                   MOVE "VENCIDA" TO W-SIT-LISTA
               ELSE
                   MOVE "ABERTA" TO W-SIT-LISTA
               END-IF
               MOVE SPACES TO DADOS-REL
               STRING RSV-PREFIXO RSV-NUM-INI " A "
                   RSV-PREFIXO RSV-NUM-FIM "  "
                   RSV-ANALISTA " " RSV-DATA " "
                   DELIMITED BY SIZE INTO DADOS-REL
               END-STRING
               IF RSV-VALIDADE = 99999999
                   MOVE "SEM PRAZO " TO DADOS-REL(59:10)
               ELSE
                   STRING RSV-VALIDADE(7:2) "/" RSV-VALIDADE(5:2) "/"
                       RSV-VALIDADE(1:4) DELIMITED BY SIZE
                       INTO DADOS-REL(59:10)
                   END-STRING
               END-IF
               MOVE W-SIT-LISTA TO DADOS-REL(70:7)
               MOVE RSV-FINALIDADE TO DADOS-REL(79:40)
               WRITE REG-REL
           END-IF.
       135-FIM.

      *>--PROPOE O PROXIMO NUMERO LIVRE DE UM PREFIXO E OFERECE A
      *>--RESERVA DELE NA HORA (EVITA DOIS ANALISTAS COM O MESMO)
       140-PROPOE SECTION.

           DISPLAY ERASE
           DISPLAY "*** RESERVA DE NOMES DE FONTE ***" AT 0203
           DISPLAY "PREFIXO, EX. PLA.:" AT 0403
           ACCEPT W-PREFIXO

           EVALUATE TRUE
               WHEN W-PREFIXO IS NOT ALPHABETIC
                   OR W-PREFIXO(1:1) = SPACE
                   OR W-PREFIXO(2:1) = SPACE
                   OR W-PREFIXO(3:1) = SPACE
                   DISPLAY "PREFIXO FORA DO PADRAO (3 LETRAS)!"
                       AT 1603
               WHEN OTHER
                   PERFORM 180-PROXIMO-LIVRE
                   IF NOT PROXIMO-LIVRE
                       DISPLAY "NAO HA NUMERO LIVRE P/ ESSE PREFIXO."
                           AT 1603
                   ELSE
                       PERFORM 145-OFERECE-RESERVA
                   END-IF
           END-EVALUATE.
       140-FIM.

      *>--MOSTRA O NOME PROPOSTO E RESERVA SE O ANALISTA QUISER
       145-OFERECE-RESERVA SECTION.

           MOVE SPACES TO W-NOME-CBL
           MOVE W-PREFIXO TO W-NOME-CBL(1:3)
           MOVE W-PROXIMO(2:3) TO W-NOME-CBL(4:3)
           DISPLAY "PROXIMO NUMERO LIVRE.:" AT 0603
           DISPLAY W-NOME-CBL AT 0626
           DISPLAY "RESERVAR ESSE NOME AGORA (S/N)?.:" AT 0803
           ACCEPT W-CONFIRMA
           IF CONFIRMA-SIM
               MOVE "S" TO W-NOME-PRONTO
               PERFORM 110-RESERVA
           END-IF.
       145-FIM.

      *>--CONFERE O NOME CONTRA O PADRAO PFX+3 DIGITOS (COMO O
      *>--cria-cbl) E SEPARA PREFIXO E NUMERO
       150-VALIDA-NOME SECTION.

           MOVE "N" TO W-NOME-OK
           IF W-NOME-CBL(1:1) IS ALPHABETIC
               AND W-NOME-CBL(1:1) NOT = SPACE
               AND W-NOME-CBL(2:1) IS ALPHABETIC
               AND W-NOME-CBL(2:1) NOT = SPACE
               AND W-NOME-CBL(3:1) IS ALPHABETIC
               AND W-NOME-CBL(3:1) NOT = SPACE
               AND W-NOME-CBL(4:3) IS NUMERIC
               AND W-NOME-CBL(7:4) = SPACES
               SET NOME-VALIDO TO TRUE
               MOVE W-NOME-CBL(1:3) TO W-PREFIXO
               MOVE W-NOME-CBL(4:3) TO W-NUM-INI
           END-IF.
       150-FIM.

      *>--VALIDADE DD/MM/AAAA -> AAAAMMDD (EM BRANCO = SEM PRAZO)
       155-VALIDA-DATA SECTION.

           MOVE "N" TO W-DATA-OK
           IF W-DATA-TELA = SPACES
               MOVE 99999999 TO W-VALIDADE
               SET DATA-VALIDA TO TRUE
           ELSE
               IF W-DATA-TELA(1:2) IS NUMERIC
                   AND W-DATA-TELA(4:2) IS NUMERIC
                   AND W-DATA-TELA(7:4) IS NUMERIC
                   AND W-DATA-TELA(3:1) = "/"
                   AND W-DATA-TELA(6:1) = "/"
                   AND W-DATA-TELA(4:2) > "00"
                   AND W-DATA-TELA(4:2) < "13"
                   AND W-DATA-TELA(1:2) > "00"
                   AND W-DATA-TELA(1:2) < "32"
                   MOVE ZEROS TO W-VALIDADE
                   STRING W-DATA-TELA(7:4) W-DATA-TELA(4:2)
                       W-DATA-TELA(1:2) DELIMITED BY SIZE
                       INTO W-VALIDADE
                   END-STRING
                   IF W-VALIDADE NOT < W-DATA-ATUAL
                       SET DATA-VALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.
       155-FIM.

      *>--PROCURA RESERVA ABERTA E NO PRAZO QUE SE SOBREPOE A FAIXA
      *>--W-PREFIXO + W-NUM-INI A W-NUM-FIM
       160-PROCURA-CONFLITO SECTION.

           MOVE "N" TO W-CONFLITO
           MOVE "N" TO W-FIM-RSV
           PERFORM 170-POSICIONA-PREFIXO
           PERFORM 161-CONFERE-RESERVA
               UNTIL FIM-DAS-RESERVAS OR HA-CONFLITO.
       160-FIM.

      *>--CONFERE UMA RESERVA DO PREFIXO CONTRA A FAIXA PEDIDA
       161-CONFERE-RESERVA SECTION.

           PERFORM 175-LE-PROXIMA
           IF NOT FIM-DAS-RESERVAS
               IF RSV-NUM-INI > W-NUM-FIM
                   SET FIM-DAS-RESERVAS TO TRUE
               ELSE
                   IF RESERVA-ABERTA
                       AND RSV-VALIDADE NOT < W-DATA-ATUAL
                       AND RSV-NUM-FIM NOT < W-NUM-INI
                       SET HA-CONFLITO TO TRUE
                       MOVE RSV-PREFIXO TO W-CNF-PREFIXO
                       MOVE RSV-NUM-INI TO W-CNF-INI
                       MOVE RSV-NUM-FIM TO W-CNF-FIM
                       MOVE RSV-ANALISTA TO W-CNF-DONO
                       MOVE RSV-FINALIDADE TO W-CNF-FINAL
                       MOVE RSV-VALIDADE TO W-CNF-VALID
                   END-IF
               END-IF
           END-IF.
       161-FIM.

      *>--MOSTRA A RESERVA QUE IMPEDE A OPERACAO
       165-MOSTRA-CONFLITO SECTION.

           DISPLAY "FAIXA JA RESERVADA.:" AT 1603
           DISPLAY W-CNF-PREFIXO AT 1624
           DISPLAY W-CNF-INI AT 1627
           DISPLAY "A" AT 1631
           DISPLAY W-CNF-PREFIXO AT 1633
           DISPLAY W-CNF-FIM AT 1636
           DISPLAY "ANALISTA...........:" AT 1703
           DISPLAY W-CNF-DONO AT 1724
           DISPLAY "FINALIDADE.........:" AT 1803
           DISPLAY W-CNF-FINAL AT 1824
           IF W-CNF-VALID NOT = 99999999
               DISPLAY "VALIDADE...........:" AT 1903
               DISPLAY W-CNF-VALID(7:2) AT 1924
               DISPLAY "/" AT 1926
               DISPLAY W-CNF-VALID(5:2) AT 1927
               DISPLAY "/" AT 1929
               DISPLAY W-CNF-VALID(1:4) AT 1930
           END-IF.
       165-FIM.

      *>--POSICIONA NA PRIMEIRA RESERVA DO PREFIXO W-PREFIXO
       170-POSICIONA-PREFIXO SECTION.

           MOVE W-PREFIXO TO RSV-PREFIXO
           MOVE ZEROS TO RSV-NUM-INI
           START ARQRSV KEY NOT < RSV-CHAVE
               INVALID KEY
                   SET FIM-DAS-RESERVAS TO TRUE
           END-START.
       170-FIM.

      *>--LE A PROXIMA RESERVA (DO MESMO PREFIXO QUANDO HA UM)
       175-LE-PROXIMA SECTION.

           READ ARQRSV NEXT RECORD
               AT END
                   SET FIM-DAS-RESERVAS TO TRUE
               NOT AT END
                   IF W-PREFIXO NOT = SPACES
                       AND RSV-PREFIXO NOT = W-PREFIXO
                       SET FIM-DAS-RESERVAS TO TRUE
                   END-IF
           END-READ
           IF W-FSRSV NOT = "00" AND W-FSRSV NOT = "02"
               SET FIM-DAS-RESERVAS TO TRUE
           END-IF.
       175-FIM.

      *>--PROXIMO NUMERO LIVRE: MAIOR NUMERO DO PREFIXO NO CATALOGO
      *>--OU EM RESERVA ABERTA E NO PRAZO, MAIS 1, PULANDO OS QUE JA
      *>--TEM FONTE NO DISCO SEM CATALOGO
       180-PROXIMO-LIVRE SECTION.

           MOVE ZEROS TO W-MAIOR-NUM
           MOVE "N" TO W-PROX-OK

           OPEN INPUT CATALOGO
           IF W-FSCAT = "00"
               MOVE "N" TO W-FIM-CAT
               MOVE SPACES TO CAT-PROGRAMA
               MOVE W-PREFIXO TO CAT-PROGRAMA(1:3)
               MOVE ZEROS TO CAT-VERSAO
               START CATALOGO KEY NOT < CAT-CHAVE
                   INVALID KEY
                       SET FIM-DO-CATALOGO TO TRUE
               END-START
               PERFORM 181-LE-CATALOGO UNTIL FIM-DO-CATALOGO
               CLOSE CATALOGO
           END-IF

           MOVE "N" TO W-FIM-RSV
           PERFORM 170-POSICIONA-PREFIXO
           PERFORM 182-LE-RESERVA-PFX UNTIL FIM-DAS-RESERVAS

           COMPUTE W-PROXIMO = W-MAIOR-NUM + 1
           PERFORM 183-PULA-FONTE-EXISTENTE
               UNTIL PROXIMO-LIVRE OR W-PROXIMO > 999.
       180-FIM.

      *>--MAIOR NUMERO CATALOGADO DO PREFIXO
       181-LE-CATALOGO SECTION.

           READ CATALOGO NEXT RECORD
               AT END
                   SET FIM-DO-CATALOGO TO TRUE
               NOT AT END
                   IF CAT-PROGRAMA(1:3) NOT = W-PREFIXO
                       SET FIM-DO-CATALOGO TO TRUE
                   ELSE
                       IF CAT-PROGRAMA(4:3) IS NUMERIC
                           AND CAT-PROGRAMA(7:4) = SPACES
                           AND CAT-PROGRAMA(4:3) > W-MAIOR-NUM(2:3)
                           MOVE CAT-PROGRAMA(4:3) TO W-MAIOR-NUM(2:3)
                       END-IF
                   END-IF
           END-READ
           IF W-FSCAT NOT = "00" AND W-FSCAT NOT = "02"
               SET FIM-DO-CATALOGO TO TRUE
           END-IF.
       181-FIM.

      *>--MAIOR NUMERO EM RESERVA ABERTA E NO PRAZO DO PREFIXO
       182-LE-RESERVA-PFX SECTION.

           PERFORM 175-LE-PROXIMA
           IF NOT FIM-DAS-RESERVAS
               IF RESERVA-ABERTA
                   AND RSV-VALIDADE NOT < W-DATA-ATUAL
                   AND RSV-NUM-FIM > W-MAIOR-NUM
                   MOVE RSV-NUM-FIM TO W-MAIOR-NUM
               END-IF
           END-IF.
       182-FIM.

      *>--O NUMERO PROPOSTO NAO PODE TER FONTE NO DISCO
       183-PULA-FONTE-EXISTENTE SECTION.

           MOVE SPACES TO W-ARQCBL
           STRING W-PREFIXO DELIMITED BY SIZE
               W-PROXIMO(2:3) DELIMITED BY SIZE
               ".cbl" DELIMITED BY SIZE INTO W-ARQCBL
           END-STRING
           OPEN INPUT ARQCBL
           IF W-FSCBL = "00"
               CLOSE ARQCBL
               ADD 1 TO W-PROXIMO
           ELSE
               SET PROXIMO-LIVRE TO TRUE
           END-IF.
       183-FIM.
