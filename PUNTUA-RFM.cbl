      *            stored in RFMSCORE.DAT, which the roster selection
      *            and the bureau export accept as a criterion
      *            ("2??" and up covers customers active in the last
      *            90 days). Finance charges (type F), write-offs
      *            (type W) and credit-balance refunds (type E) are
      *            not customer activity and are left out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                           NOT AT END
                               IF TRANS-RECORD(1:3) NOT = "TRL"
                                       AND TRANS-MONTO IS NUMERIC
                                       AND TRANS-TIPO NOT = "F"
                                       AND TRANS-TIPO NOT = "W"
                                       AND TRANS-TIPO NOT = "E"
                                   PERFORM ACUMULA-CLIENTE
                               END-IF
                       END-READ
