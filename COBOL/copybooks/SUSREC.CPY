          05 SUS-REASON-CODE            PIC X(2).
          05 SUS-DATE-REJECTED          PIC 9(8).
          05 SUS-DATE-RELEASED          PIC 9(8).
          05 SUS-STUDENT-REC            PIC X(193).
