      *> DISCIPLINE-RULE-RECORD - one suspension rule per record: the
      *> running tally of cards of this colour that triggers a ban,
      *> and the ban length in days. A colour may carry several
      *> rules (e.g. a short ban at the fifth yellow, a longer one
      *> at the tenth). Supplied as input so the league can change
      *> the code of conduct without a program change.
       01  DISCIPLINE-RULE-RECORD.
           05  DR-CARD-COLOUR           PIC X.
           05  DR-THRESHOLD             PIC 9(3).
           05  DR-BAN-DAYS              PIC 9(3).
           05  FILLER                   PIC X(73).
