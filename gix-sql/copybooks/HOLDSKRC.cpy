      *****************************************************************
      * HOLDSKRC - fixed-layout record for the legal hold skip trail  *
      * written to HOLD-SKIP-RPT by every program that archives,      *
      * expires, changes or removes messages. One record per row the  *
      * program left alone because an active hold on legal_holds      *
      * covers it - the row, the hold that stopped it and the         *
      * matter behind that hold. Appended, so legal can be shown a    *
      * month of refusals from one file.                              *
      *****************************************************************
       01  HOLD-SKIP-RECORD.
           05  HSK-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  HSK-PROGRAM-ID      PIC X(20).
           05  FILLER              PIC X(01).
           05  HSK-ACTION          PIC X(08).
           05  FILLER              PIC X(01).
           05  HSK-MESSAGE-ID      PIC 9(09).
           05  FILLER              PIC X(01).
           05  HSK-HOLD-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  HSK-MATTER-REF      PIC X(20).
           05  FILLER              PIC X(01).
           05  HSK-OUTCOME         PIC X(15).
           05  FILLER              PIC X(36).
