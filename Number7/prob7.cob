       01 STUDENT-LINE         PIC X(150).

       FD PASSBOOK-FILE.
       01 PASSBOOK-LINE        PIC X(120).

       FD BILLING-FILE.
       01 BILLING-LINE         PIC X(150).

       TALLY-LEDGER-LINE.
      *> the same replay arithmetic the owning program uses:
      *> assessments, refunds and receipt cancellations add, payments
      *> and credits subtract, schedule lines move nothing.
           PERFORM FIND-CLOSE-ENTRY
           IF WS-CL-FOUND = 'N'
               EXIT PARAGRAPH
                   MOVE LP-COURSE TO CL-COURSE(WS-CL-HIT)
                   MOVE LP-YEAR TO CL-YEAR(WS-CL-HIT)
               WHEN 'R'
               WHEN 'V'
                   ADD LP-AMOUNT TO CL-BAL(WS-CL-HIT)
               WHEN 'S'
                   CONTINUE
           END-IF
           EVALUATE AP-TYPE
               WHEN 'B'
               WHEN 'S'
                   ADD AP-AMOUNT TO CL-BAL(WS-CL-HIT)
               WHEN 'N'
                   CONTINUE
