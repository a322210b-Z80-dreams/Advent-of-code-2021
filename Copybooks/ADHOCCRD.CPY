      ******************************************************************
      * ADHOCCRD - ONE SELECTION CARD FOR THE AD HOC REPORT WRITER
      * (ADHOCRPT). THE DECK IS A HAND-EDITED LINE SEQUENTIAL FILE;
      * A CARD WITH '*' IN COLUMN 1 IS A COMMENT. KEYWORDS:
      *   DATASET  AC-FIELD IS THE DATASET NAME IN THE LAYOUT
      *            DICTIONARY (BATCHLOG, SENSHIST, ...). REQUIRED.
      *   SELECT   AC-FIELD OP AC-VALUE - KEEP ROWS WHERE THE FIELD
      *            COMPARES TRUE. OP IS EQ, NE, GT, GE, LT OR LE.
      *            EVERY SELECT CARD MUST HOLD (THEY ARE ANDED).
      *   SORT     AC-FIELD, AC-OPERATOR 'A ' (DEFAULT) OR 'D '.
      *            UP TO 3, MAJOR KEY FIRST.
      *   BREAK    AC-FIELD - SUBTOTAL WHEN THE FIELD CHANGES. THE
      *            BREAK FIELD IS SORTED ON AHEAD OF THE SORT CARDS.
      *   TOTAL    AC-FIELD - A NUMERIC FIELD TO TOTAL AT EACH BREAK
      *            AND AT THE END. UP TO 5.
      *   PRINT    AC-FIELD - A COLUMN TO PRINT, IN CARD ORDER. NO
      *            PRINT CARDS MEANS EVERY FIELD IN THE DICTIONARY.
      *   TITLE    AC-VALUE IS THE REPORT TITLE.
      *   REPORT   AC-FIELD IS THE PRINT FILE NAME (DEFAULT ADHOCRPT).
      *   DELIMIT  ALSO WRITE THE ROWS AS A DELIMITED FILE NAMED BY
      *            AC-FIELD (DEFAULT ADHOCOUT), SEPARATED BY THE
      *            FIRST CHARACTER OF AC-VALUE (DEFAULT A COMMA).
      ******************************************************************
       01 ADHOC-CARD.
           05 AC-KEYWORD                           PIC X(8).
           05 FILLER                               PIC X.
           05 AC-FIELD                             PIC X(16).
           05 FILLER                               PIC X.
           05 AC-OPERATOR                          PIC X(2).
           05 FILLER                               PIC X.
           05 AC-VALUE                             PIC X(40).
