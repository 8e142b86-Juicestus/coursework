      * MASTER: 'A' ADDS A DEPARTMENT (OR REACTIVATES AN INACTIVE
      * ONE), 'C' CHANGES AN EXISTING ENTRY'S NON-BLANK/NON-ZERO
      * FIELDS, 'D' DEACTIVATES AN ENTRY.  APPLIED BY MOBDPM.
      * THE EFFECTIVE DATE IS OPTIONAL: BLANK MEANS THE CHANGE TAKES
      * EFFECT ON THE RUN DATE; A LATE-KEYED CHANGE MAY CARRY AN
      * EARLIER DATE FOR THE MOBDJN CHANGE JOURNAL, BUT NEVER A LATER
      * ONE, AND NEVER ONE BEFORE THE DEPARTMENT'S LATEST JOURNALED
      * CHANGE.
      *================================================================
       01  MOBDPU-RECORD.
           05  MOBDPU-ACTION           PIC X(01).
           05  MOBDPU-SUPERVISOR       PIC X(20).
           05  MOBDPU-DFLT-ROW-COUNT   PIC 9(03).
           05  MOBDPU-DFLT-ROW-WIDTH   PIC 9(03).
           05  MOBDPU-EFF-DATE         PIC X(08).
           05  MOBDPU-EFF-DATE-N REDEFINES MOBDPU-EFF-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(21).
