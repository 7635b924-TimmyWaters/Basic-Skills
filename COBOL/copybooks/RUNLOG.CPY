          05 RUNLOG-RUN-DATE            PIC 9(8).
          05 RUNLOG-TIME                PIC 9(6).
          05 RUNLOG-COMPLETION-STATUS   PIC X(8).
      *> A program that counts errors in what it checks - the
      *> nightly integrity audit - writes a "C" record just ahead
      *> of its end record, carrying the count in place of the
      *> completion status. Readers that track starts and ends
      *> pass a "C" record over.
          05 RUNLOG-ERROR-COUNT REDEFINES RUNLOG-COMPLETION-STATUS
                                        PIC 9(8).
          05 RUNLOG-ABEND-FLAG          PIC X(1).
