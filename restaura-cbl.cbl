               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSDEST.

           SELECT ARQHIS ASSIGN TO DISK
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS W-FSHIS.

       DATA DIVISION.
       FILE SECTION.

           01  REG-DEST.
               05  DADOS-DEST  PIC X(80) VALUE SPACES.

      *>--VERSOES TIRADAS DO CATALOGO PELO EXPURGO (purga-cbl)
           FD  ARQHIS
               VALUE OF FILE-ID IS W-ARQHIS.

           01  REG-HIS.
               05  HIS-CAT.
                   10  HIS-PROGRAMA  PIC X(10).
                   10  HIS-VERSAO    PIC 9(03).
                   10  HIS-DATA      PIC X(10).
                   10  HIS-RESTO     PIC X(435).
               05  HIS-DATA-EXP  PIC X(10).

       WORKING-STORAGE SECTION.

       01  W-FILE-STATUS.
           05  W-FSORIG    PIC X(02) VALUE SPACES.
           05  W-FSDEST    PIC X(02) VALUE SPACES.
           05  W-FSHIS     PIC X(02) VALUE SPACES.

       01  W-ARQS.
           05  W-ARQORIG   PIC X(50) VALUE SPACES.
           05  W-ARQDEST   PIC X(50) VALUE SPACES.
           05  W-ARQHIS    PIC X(50) VALUE "HISTCAT.DAT".

       01  W-VAR.
           05  W-NOME-CBL    PIC X(10) VALUE SPACES.
               88  FIM-DA-COPIA VALUE "S".
           05  W-COPIA-FEZ   PIC X(01) VALUE "N".
           05  W-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
           05  W-FIM-HIS     PIC X(01) VALUE "N".
               88  FIM-DO-HISTORICO VALUE "S".
           05  W-ARQUIVADA   PIC X(01) VALUE "N".
               88  VERSAO-ARQUIVADA VALUE "S".

       PROCEDURE DIVISION.
       100-INICIO.
               STOP RUN
           END-IF

      *>--VERSAO EXPURGADA NAO TEM MAIS BACKUP P/ RESTAURAR
           PERFORM 105-CONFERE-ARQUIVADA
           IF VERSAO-ARQUIVADA
               DISPLAY "ESSA VERSAO FOI EXPURGADA E ARQUIVADA NO"
                   AT 0803
               DISPLAY "HISTCAT.DAT EM" AT 0903
               DISPLAY HIS-DATA-EXP AT 0918
               DISPLAY "(VERSAO CATALOGADA EM" AT 1003
               DISPLAY HIS-DATA AT 1025
               DISPLAY ")." AT 1035
               DISPLAY "OS BACKUPS .Vnnn DELA FORAM APAGADOS - NAO HA"
                   AT 1103
               DISPLAY "O QUE RESTAURAR." AT 1203
               DISPLAY "OPERACAO CANCELADA." AT 1403
               STOP RUN
           END-IF

           DISPLAY "O FONTE E O SPEC ATUAIS SERAO SOBRESCRITOS."
               AT 0803
           DISPLAY "CONFIRMA A RESTAURACAO (S/N)?.:" AT 0903

           STOP RUN.

      *>--PROCURA A VERSAO PEDIDA NO HISTORICO DO EXPURGO
       105-CONFERE-ARQUIVADA SECTION.

           MOVE "N" TO W-ARQUIVADA
           MOVE "N" TO W-FIM-HIS

           OPEN INPUT ARQHIS
           IF W-FSHIS = "00"
               PERFORM 106-LE-HISTORICO
                   UNTIL FIM-DO-HISTORICO OR VERSAO-ARQUIVADA
               CLOSE ARQHIS
           END-IF.
       105-FIM.

      *>--LE UM REGISTRO DO HISTORICO
       106-LE-HISTORICO SECTION.

           READ ARQHIS
               AT END
                   SET FIM-DO-HISTORICO TO TRUE
               NOT AT END
                   IF HIS-PROGRAMA = W-NOME-CBL
                       AND HIS-VERSAO = W-VERSAO
                       SET VERSAO-ARQUIVADA TO TRUE
                   END-IF
           END-READ.
       106-FIM.

      *>--RESTAURA O FONTE .cbl DA VERSAO ESCOLHIDA
       110-RESTAURA-CBL SECTION.

