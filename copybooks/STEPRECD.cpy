      *> STEP-CONTROL-RECORD - one event on the cumulative step
      *> control file. Every step of the night appends STARTED when
      *> it begins and ENDED with its return code when it finishes;
      *> a step refused because a predecessor has not ended cleanly
      *> appends REFUSED, and one forced past a predecessor by an
      *> operator override card appends OVERRIDE naming the
      *> predecessor, its state and the operator. For any step the
      *> last STARTED or ENDED of the run date is its state.
       01  STEP-CONTROL-RECORD.
           05  STC-RUN-DATE             PIC X(10).
           05  STC-STEP-NAME            PIC X(8).
           05  STC-EVENT                PIC X(8).
               88  STC-STARTED              VALUE 'STARTED'.
               88  STC-ENDED                VALUE 'ENDED'.
               88  STC-REFUSED              VALUE 'REFUSED'.
               88  STC-OVERRIDDEN           VALUE 'OVERRIDE'.
           05  STC-EVENT-TIME           PIC X(8).
           05  STC-RETURN-CODE          PIC 9(4).
           05  STC-PRED-STEP            PIC X(8).
           05  STC-PRED-STATE           PIC X(10).
           05  STC-OPERATOR             PIC X(8).
           05  STC-NOTE                 PIC X(14).
           05  FILLER                   PIC X(2).
