      * Sample COBOL Program
      * Copyright (c) 2026 Mecanik Dev. All rights reserved.
      * See LICENSE file for terms of use.
      *
      * Test case: standardized household address key.  Two
      * customers at one address rarely have it keyed the same
      * way on ADDRMST - "12 Elm Street, Apt. 4" against
      * "12 ELM ST APT #4" - so the address lines as typed are no
      * use for telling that two statements go to one door.  This
      * routine folds each address line to upper case, drops the
      * periods, commas and number signs, closes up the spacing
      * and swaps the common street and unit words for their
      * postal abbreviations, then adds the five-digit ZIP: two
      * addresses that build the same key are one household.
      * Called like CUSTSKEY by ACCT-STMT when it groups paper
      * statements into household packages.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRSTD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  AS-WORK-LINE            PIC X(30).
       01  AS-STD-LINE             PIC X(30).
       01  AS-WORD                 PIC X(30).
       01  AS-IN-PTR               PIC 9(02) COMP VALUE 0.
       01  AS-OUT-PTR              PIC 9(02) COMP VALUE 0.

      *    Street, unit and direction words and the abbreviation
      *    the key carries for each.
       01  AS-ABBREV-VALUES.
           05  FILLER  PIC X(14) VALUE "STREET    ST  ".
           05  FILLER  PIC X(14) VALUE "AVENUE    AVE ".
           05  FILLER  PIC X(14) VALUE "ROAD      RD  ".
           05  FILLER  PIC X(14) VALUE "DRIVE     DR  ".
           05  FILLER  PIC X(14) VALUE "LANE      LN  ".
           05  FILLER  PIC X(14) VALUE "BOULEVARD BLVD".
           05  FILLER  PIC X(14) VALUE "COURT     CT  ".
           05  FILLER  PIC X(14) VALUE "PLACE     PL  ".
           05  FILLER  PIC X(14) VALUE "TERRACE   TER ".
           05  FILLER  PIC X(14) VALUE "CIRCLE    CIR ".
           05  FILLER  PIC X(14) VALUE "PARKWAY   PKWY".
           05  FILLER  PIC X(14) VALUE "HIGHWAY   HWY ".
           05  FILLER  PIC X(14) VALUE "SQUARE    SQ  ".
           05  FILLER  PIC X(14) VALUE "APARTMENT APT ".
           05  FILLER  PIC X(14) VALUE "SUITE     STE ".
           05  FILLER  PIC X(14) VALUE "FLOOR     FL  ".
           05  FILLER  PIC X(14) VALUE "BUILDING  BLDG".
           05  FILLER  PIC X(14) VALUE "NORTH     N   ".
           05  FILLER  PIC X(14) VALUE "SOUTH     S   ".
           05  FILLER  PIC X(14) VALUE "EAST      E   ".
           05  FILLER  PIC X(14) VALUE "WEST      W   ".
       01  AS-ABBREV-TABLE REDEFINES AS-ABBREV-VALUES.
           05  AS-ABBREV-ENTRY OCCURS 21 TIMES
                             INDEXED BY AS-ABBREV-IDX.
               10  ABR-WORD         PIC X(10).
               10  ABR-SHORT        PIC X(04).

       LINKAGE SECTION.
       01  LK-LINE-1               PIC X(30).
       01  LK-LINE-2               PIC X(30).
       01  LK-ZIP                  PIC X(10).
       01  LK-HOUSEHOLD-KEY.
           05  LK-KEY-LINE-1       PIC X(30).
           05  LK-KEY-LINE-2       PIC X(30).
           05  LK-KEY-ZIP          PIC X(05).

       PROCEDURE DIVISION USING LK-LINE-1 LK-LINE-2 LK-ZIP
               LK-HOUSEHOLD-KEY.
       0000-MAINLINE.
           MOVE LK-LINE-1 TO AS-WORK-LINE
           PERFORM 1000-STANDARDIZE-LINE
           MOVE AS-STD-LINE TO LK-KEY-LINE-1

           MOVE LK-LINE-2 TO AS-WORK-LINE
           PERFORM 1000-STANDARDIZE-LINE
           MOVE AS-STD-LINE TO LK-KEY-LINE-2

      *    ZIP+4 is dropped: one household is one five-digit ZIP.
           MOVE LK-ZIP(1:5) TO LK-KEY-ZIP
           GOBACK.

      *----------------------------------------------------------
      * Upper case, punctuation out, then word by word back into
      * the line one space apart, abbreviated where the table
      * has the word.
      *----------------------------------------------------------
       1000-STANDARDIZE-LINE.
           MOVE FUNCTION UPPER-CASE(AS-WORK-LINE) TO AS-WORK-LINE
           INSPECT AS-WORK-LINE CONVERTING ".,#" TO "   "
           MOVE SPACES TO AS-STD-LINE
           MOVE 1 TO AS-IN-PTR
           MOVE 1 TO AS-OUT-PTR
           PERFORM 1100-COPY-ONE-WORD
               UNTIL AS-IN-PTR > 30.

       1100-COPY-ONE-WORD.
           MOVE SPACES TO AS-WORD
           UNSTRING AS-WORK-LINE DELIMITED BY ALL SPACE
               INTO AS-WORD
               WITH POINTER AS-IN-PTR
           END-UNSTRING
           IF AS-WORD NOT = SPACES
               SET AS-ABBREV-IDX TO 1
               SEARCH AS-ABBREV-ENTRY
                   AT END
                       CONTINUE
                   WHEN ABR-WORD(AS-ABBREV-IDX) = AS-WORD
                       MOVE ABR-SHORT(AS-ABBREV-IDX) TO AS-WORD
               END-SEARCH
               IF AS-OUT-PTR > 1
                   STRING " " DELIMITED BY SIZE
                       INTO AS-STD-LINE
                       WITH POINTER AS-OUT-PTR
                   END-STRING
               END-IF
               STRING AS-WORD DELIMITED BY SPACE
                   INTO AS-STD-LINE
                   WITH POINTER AS-OUT-PTR
               END-STRING
           END-IF.
