               88  SEQ-ASSIGN-DDNAME    VALUE 2.
               88  SEQ-ASSIGN-DINAMICO  VALUE 3.
           05  W-SEQ-ASSIGN-VALOR PIC X(30) OCCURS 999 TIMES.
           05  W-SEQ-CHAVE   PIC X(10) OCCURS 999 TIMES.
           05  W-SEQ-LAYOUT  PIC X(10) OCCURS 999 TIMES.
           05  W-CHAVE-SEQ   PIC X(30) VALUE SPACES.
           05  W-PFX-SEQ     PIC X(10) VALUE SPACES.
           05  W-QTD-GERADO  PIC 9(03) VALUE ZEROS.
           05  W-QTD-PULADO  PIC 9(03) VALUE ZEROS.
           05  W-SEQ-NUM     PIC 9(10) VALUE ZEROS.
           05  W-SL-NAOSEQ   PIC X(01) VALUE "N".
               88  SL-NAO-SEQUENCIAL VALUE "S".
           05  W-RESTO-LIN   PIC X(80) VALUE SPACES.
           05  W-NOME-TOK    PIC X(30) VALUE SPACES.
           05  W-PARTE1      PIC X(30) VALUE SPACES.
           05  W-PARTE2      PIC X(30) VALUE SPACES.

       01  W-CAMPOS.
           05  W-CPO-QTD     PIC 9(02) VALUE ZEROS.
               10  W-CPO-OCC    PIC 9(03).
               10  W-CPO-RED    PIC X(30).
               10  W-CPO-USO    PIC X(02).
               10  W-CPO-NOME   PIC X(30).

       01  W-CALC-PIC.
           05  W-CA-PIC      PIC X(20) VALUE SPACES.
           05  W-OFFSET      PIC 9(03) VALUE ZEROS.
           05  W-OCC-VEZ     PIC 9(03) VALUE ZEROS.
           05  W-PRI-CAMPO   PIC X(01) VALUE "S".
           05  W-CAMPO-CHAVE PIC X(01) VALUE "N".
           05  W-GRP-NIVEL   PIC 9(02) VALUE ZEROS.
           05  W-GRP-MULT    PIC 9(03) VALUE ZEROS.
           05  W-RED-NIVEL   PIC 9(02) VALUE ZEROS.
                       TO W-SEQ-ASSIGN-TIPO(W-IX-SEQ)
                   MOVE SPEC-DADO(24:30)
                       TO W-SEQ-ASSIGN-VALOR(W-IX-SEQ)
                   MOVE SPEC-DADO(13:10) TO W-SEQ-CHAVE(W-IX-SEQ)
                   MOVE SPEC-DADO(64:10) TO W-SEQ-LAYOUT(W-IX-SEQ)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1150-FIM.

      *>--GERA OS DADOS DE UM ARQUIVO SEQUENCIAL DA ESPECIFICACAO
      *>--(REGISTRO GERADO PELO cria-cbl: CHAVE X(10) + DADOS, OU
      *>--O LAYOUT DO BOK INFORMADO P/ O ARQUIVO, NO TAMANHO REAL)
       200-GERA-SEQUENCIAL SECTION.

           EVALUATE TRUE
                   MOVE "ASSIGN DINAMICO (SO EM EXECUCAO)"
                       TO W-MOTIVO
                   PERFORM 290-PULA-ARQUIVO
               WHEN W-SEQ-LAYOUT(W-I) = SPACES
                   PERFORM 210-NOME-FISICO-SEQ
                   PERFORM 220-GRAVA-SEQUENCIAL
               WHEN OTHER
                   PERFORM 210-NOME-FISICO-SEQ
                   PERFORM 321-CARREGA-LAYOUT-SEQ
                   IF W-CPO-QTD = ZEROS
                       MOVE "BOK DE LAYOUT SEM CAMPOS RECONHECIDOS"
                           TO W-MOTIVO
                       PERFORM 290-PULA-ARQUIVO
                   ELSE
                       PERFORM 330-GRAVA-ARQUIVO-BOK
                   END-IF
                   MOVE SPACES TO W-CHAVE-SEQ
                   MOVE SPACES TO W-PFX-SEQ
           END-EVALUATE.
       200-FIM.

               INTO W-ARQBOK
           END-STRING

           PERFORM 322-LE-LAYOUT.
       320-FIM.

      *>--CARREGA O BOK DE LAYOUT DE UM ARQUIVO SEQUENCIAL: O
      *>--:PREFIX: VIRA O NOME DO ARQUIVO E A SEQUENCIA ASCENDENTE
      *>--VAI NO CAMPO CHAVE (OU NO PRIMEIRO CAMPO, SEM CHAVE)
       321-CARREGA-LAYOUT-SEQ SECTION.

           MOVE ZEROS TO W-CPO-QTD
           MOVE SPACES TO W-ARQBOK
           STRING W-SEQ-LAYOUT(W-I) DELIMITED BY SPACES
               ".bok" DELIMITED BY SIZE INTO W-ARQBOK
           END-STRING
           MOVE W-NOME-SEQ(W-I) TO W-PFX-SEQ
           MOVE W-SEQ-CHAVE(W-I) TO W-CHAVE-SEQ
           INSPECT W-CHAVE-SEQ
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM 322-LE-LAYOUT.
       321-FIM.

      *>--LE O BOK DE LAYOUT (fd OU DO SEQUENCIAL) EM W-ARQBOK
       322-LE-LAYOUT SECTION.

           MOVE "N" TO W-FIM-BOK
           OPEN INPUT ARQBOK
           IF W-FSBOK = "00"
               PERFORM 325-LE-FD UNTIL FIM-DO-BOK
               CLOSE ARQBOK
           END-IF.
       322-FIM.

      *>--LE UMA LINHA DO BOK fd
       325-LE-FD SECTION.

           PERFORM 329-AVANCA-TOKEN
           IF W-TOK NOT > 12
               MOVE W-TOKEN(W-TOK) TO W-TOK-LIMPA
               PERFORM 3289-TIRA-PONTO
               MOVE W-TOK-LIMPA TO W-NOME-TOK
               PERFORM 3270-TROCA-PREFIXO
               MOVE SPACES TO W-PIC-TOK
               MOVE ZEROS TO W-OCC-TOK
               MOVE SPACES TO W-RED-TOK
                   MOVE W-OCC-TOK TO W-CPO-OCC(W-CPO-QTD)
                   MOVE W-RED-TOK TO W-CPO-RED(W-CPO-QTD)
                   MOVE W-USO-TOK TO W-CPO-USO(W-CPO-QTD)
                   MOVE W-NOME-TOK TO W-CPO-NOME(W-CPO-QTD)
               END-IF
           END-IF.
       327-FIM.

      *>--TROCA O :PREFIX: DO NOME DO CAMPO PELO NOME DO ARQUIVO
       3270-TROCA-PREFIXO SECTION.

           MOVE ZEROS TO W-NUM-TRAB
           INSPECT W-NOME-TOK TALLYING W-NUM-TRAB FOR ALL ":PREFIX:"
           IF W-NUM-TRAB > ZEROS AND W-PFX-SEQ NOT = SPACES
               MOVE SPACES TO W-PARTE1
               MOVE SPACES TO W-PARTE2
               UNSTRING W-NOME-TOK DELIMITED BY ":PREFIX:"
                   INTO W-PARTE1 W-PARTE2
               END-UNSTRING
               MOVE SPACES TO W-NOME-TOK
               STRING W-PARTE1 DELIMITED BY SPACES
                   W-PFX-SEQ DELIMITED BY SPACES
                   W-PARTE2 DELIMITED BY SPACES INTO W-NOME-TOK
               END-STRING
           END-IF
           INSPECT W-NOME-TOK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       3270-FIM.

      *>--EXAMINA A PROXIMA CLAUSULA DA LINHA DO CAMPO
       328-EXAMINA-CLAUSULA SECTION.

                   CONTINUE
               WHEN W-CPO-RED(W-JJ) NOT = SPACES
                   MOVE W-CPO-NIVEL(W-JJ) TO W-RED-NIVEL
      *>--OUTRO NIVEL 01 NO LAYOUT E REDEFINICAO DO PRIMEIRO
               WHEN W-CPO-NIVEL(W-JJ) = 01 AND W-JJ > 1
                   MOVE 01 TO W-RED-NIVEL
               WHEN W-CPO-PIC(W-JJ) = SPACES
      *>--GRUPO COM OCCURS: REPETE OS CAMPOS SUBORDINADOS
                   IF W-CPO-OCC(W-JJ) NOT = ZEROS
                   MOVE W-CPO-USO(W-JJ) TO W-CA-USO
                   PERFORM 350-CALC-TAMANHO

      *>--CAMPO QUE RECEBE A SEQUENCIA: A CHAVE DO ARQUIVO OU,
      *>--SEM CHAVE, O PRIMEIRO CAMPO DO REGISTRO
                   MOVE W-PRI-CAMPO TO W-CAMPO-CHAVE
                   IF W-CHAVE-SEQ NOT = SPACES
                       MOVE "N" TO W-CAMPO-CHAVE
                       IF W-CPO-NOME(W-JJ) = W-CHAVE-SEQ
                           MOVE "S" TO W-CAMPO-CHAVE
                       END-IF
                   END-IF

                   MOVE 1 TO W-OCC-VEZ
                   IF W-CPO-OCC(W-JJ) NOT = ZEROS
                       MOVE W-CPO-OCC(W-JJ) TO W-OCC-VEZ
                   WHEN W-CA-NUM = "S"
                       MOVE ALL "0" TO
                           W-REG-TRAB(W-OFFSET + 1:W-CA-TAM)
                       IF W-CAMPO-CHAVE = "S"
                           PERFORM 346-POE-SEQUENCIA
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO
                           W-REG-TRAB(W-OFFSET + 1:W-CA-TAM)
                       IF W-CAMPO-CHAVE = "S"
                           PERFORM 346-POE-SEQUENCIA
                       END-IF
               END-EVALUATE
               IF W-CA-USO = SPACES
                   MOVE "N" TO W-PRI-CAMPO
                   MOVE "N" TO W-CAMPO-CHAVE
               END-IF
               ADD W-CA-TAM TO W-OFFSET
           END-IF.
