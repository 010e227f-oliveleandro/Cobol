               05  CAT-BOK       PIC X(200).
               05  CAT-JOB       PIC X(14).
               05  CAT-TIPO      PIC X(01).
               05  CAT-SITUACAO  PIC X(01).
               05  CAT-DATA-SIT  PIC X(10).
               05  CAT-RC        PIC 9(03).

           FD  ARQSPEC
               VALUE OF FILE-ID IS W-ARQSPEC.
           01  REG-SPEC.
               05  SPEC-TIPO   PIC X(01).
                   88  SPEC-HASH VALUE "H".
                   88  SPEC-FP-FONTE VALUE "G" "L".
               05  SPEC-DADO   PIC X(79).

           FD  ARQBOK
               AT END
                   SET FIM-DO-SPEC TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SPEC-HASH
                           IF W-FP-QTD < 100
                               ADD 1 TO W-FP-QTD
                               MOVE SPEC-DADO(1:14)
                                   TO W-FP-NOME(W-FP-QTD)
                               MOVE SPEC-DADO(15:9)
                                   TO W-FP-HASH(W-FP-QTD)
                           END-IF
      *>--FINGERPRINT DO FONTE (G/L) E REFEITO NA REGERACAO
                       WHEN SPEC-FP-FONTE
                           CONTINUE
                       WHEN OTHER
                           IF W-SPC-QTD < 500
                               ADD 1 TO W-SPC-QTD
                               MOVE REG-SPEC
                                   TO W-SPC-LINHA(W-SPC-QTD)
                           END-IF
                   END-EVALUATE
           END-READ.
       145-FIM.

