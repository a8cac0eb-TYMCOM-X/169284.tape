       IDENTIFICATION DIVISION.
       PROGRAM-ID.
               DETCNV.
       AUTHOR.
           TYMSHARE INC.
       INSTALLATION.
           TYMSHARE INC.
       DATE-WRITTEN.
           SEPTEMBER 1976.
       SECURITY.
           COMPANY CONFIDENTIAL.
       REMARKS.
           IMI/DETAP COMPANION - NESTED IF TO DECISION TABLE
           CONVERSION.

           READS A NAMED RANGE OF PARAGRAPHS (FIRST THRU LAST) OF
           A COBOL SOURCE FILE WRITTEN AS NESTED IF AND GO TO
           LOGIC, WALKS EVERY PATH THROUGH IT FROM THE FIRST
           PARAGRAPH AND PUNCHES THE SAME LOGIC AS A DETAP TABLE
           DECK IN THE DOPT NDK LAYOUT (OUTPUT NAME, EXT NDK).
           EACH DISTINCT IF CONDITION BECOMES A C ROW, EACH
           STATEMENT REACHED ON A PATH AN A ROW ENTERED IN
           EXECUTION ORDER, EACH PATH A RULE, AND THE PATH THAT
           TAKES EVERY FALSE BRANCH BECOMES THE ELSE RULE.

           WHAT CANNOT BE CARRIED INTO A TABLE CLEANLY IS LISTED
           FOR REVIEW (OUTPUT NAME, EXT CNV) WITH ITS SOURCE LINE
           AND PARAGRAPH - ALTER, GO TO DEPENDING ON, FALL
           THROUGH BETWEEN PARAGRAPHS OR OUT OF THE RANGE, A GO
           TO LOOPING BACK ON ITS OWN PATH, A PERFORM OR CALL OR
           A STATEMENT CHANGING A FIELD AHEAD OF A LATER TEST, A
           REPEATED TEST WITH A DEAD BRANCH AND PARAGRAPHS NEVER
           REACHED.  THE DECK THEN GOES THROUGH DETAP LIKE ANY
           OTHER FOR THE REDUNDANCY, CONTRADICTION AND
           COMPLETENESS CHECKS.

           9/13/76- ORIGINAL VERSION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PDP-10.
       OBJECT-COMPUTER. PDP-10.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  CNTRL-FILE
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  FILE-IN
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  DECK-OUT
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  LIST-OUT
           ASSIGN TO DSK RECORDING MODE IS ASCII.

       DATA DIVISION.
       FILE SECTION.
       FD  CNTRL-FILE
           VALUE OF IDENTIFICATION IS CNTRL-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORDS ARE CNTRL-RECORD, CNTRL-PARA-RECORD,
                            CNTRL-TABLE-RECORD.
       01  CNTRL-RECORD.
           03  CNTRL-REC-NAME          PICTURE X(10).
           03  FILLER                  PICTURE X(70).
       01  CNTRL-PARA-RECORD.
           03  CNTRL-REC-PARA          PICTURE X(30).
           03  FILLER                  PICTURE X(50).
       01  CNTRL-TABLE-RECORD.
           03  CNTRL-REC-TBLNO         PICTURE X(5).
           03  FILLER                  PICTURE X.
           03  CNTRL-REC-TNAME         PICTURE X(32).
           03  FILLER                  PICTURE X(42).

       FD  FILE-IN
           VALUE OF IDENTIFICATION IS SOURCE-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SOURCE-RECORD.
       01  SOURCE-RECORD               PICTURE X(80).

       FD  DECK-OUT
           VALUE OF IDENTIFICATION IS DECK-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DECK-RECORD.
       01  DECK-RECORD                 PICTURE X(80).

       FD  LIST-OUT
           VALUE OF IDENTIFICATION IS LISTING-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LIST-REC.
       01  LIST-REC                    PICTURE X(80).

       WORKING-STORAGE SECTION.
       77  QX                  PICTURE S9(5)   COMPUTATIONAL
                           VALUE ZERO.

      * *** FILE NAMES AND THE CONTROL FILE AND CONSOLE WORK
      *     AREAS - THE SAME CONVENTIONS AS THE DETAP START UP:

       01  DETCNV-FILE-NAME-STUFF.
           03  SOURCE-ID.
                05  SOURCE-ID-NAME      PICTURE X(6).
                05  SOURCE-ID-EXT       PICTURE X(3).
           03  OUTPUT-ID.
                05  OUTPUT-ID-NAME      PICTURE X(6).
                05  OUTPUT-ID-EXT       PICTURE X(3).
           03  DECK-ID.
                05  DECK-ID-NAME        PICTURE X(6).
                05  DECK-ID-EXT         PICTURE X(3).
           03  LISTING-ID.
                05  LISTING-ID-NAME     PICTURE X(6).
                05  LISTING-ID-EXT      PICTURE X(3).
           03  CNTRL-ID.
                05  CNTRL-ID-NAME       PICTURE X(6)
                           VALUE "DETCNV".
                05  CNTRL-ID-EXT        PICTURE X(3)
                           VALUE "CTL".
           03  TEMPORARY-NAME.
                05  TN-CHAR     PICTURE X    OCCURS 10 TIMES.
           03  PROGRAM-NAME.
                05  PN-CHAR     PICTURE X    OCCURS 9 TIMES.
           03  EXT-PERIOD-FOUND     PICTURE X.
                88  EXT-PER-FOUND    VALUE "X".
           03  I                   PICTURE S99     COMP.
           03  J                   PICTURE S99     COMP.

       01  CONVERSION-REQUEST.
           03  CV-FIRST-PARA       PICTURE X(30).
           03  CV-LAST-PARA        PICTURE X(30).
           03  CV-TBLNO            PICTURE X(5).
           03  CV-TNAME            PICTURE X(32).

      * *** SOURCE CARD, ONE CHARACTER PER COLUMN - ONLY COLUMNS
      *     8-72 ARE SCANNED, A * OR / IN COLUMN 7 IS A COMMENT
      *     AND A - IN COLUMN 7 CONTINUES AN OPEN LITERAL:

       01  SRC-CARD.
           03  SRC-SEQ             PICTURE X(6).
           03  SRC-IND             PICTURE X.
           03  FILLER              PICTURE X(73).
       01  SRC-CARD-RD     REDEFINES SRC-CARD.
           03  SRC-CC              PICTURE X
                           OCCURS 80.

      * *** THE WORDS OF THE PARAGRAPH RANGE, IN SOURCE ORDER -
      *     KIND W WORD, L LITERAL, P SENTENCE PERIOD AND H A
      *     PARAGRAPH OR SECTION NAME STARTING IN AREA A:

       01  TOKEN-VECTOR.
           03  TK-ENTRY                OCCURS 1500.
                05  TK-TEXT             PICTURE X(60).
                05  TK-KIND             PICTURE X.
                05  TK-LEN              PICTURE S9(3)   COMPUTATIONAL.
                05  TK-LINE             PICTURE S9(5)   COMPUTATIONAL.
       77  TK-COUNT            PICTURE S9(5)   COMPUTATIONAL.

       01  CV-WORK-AREA.
           03  CV-WORK             PICTURE X(60).
           03  CV-WORK-RD      REDEFINES CV-WORK.
                05  CV-WORK-C           PICTURE X
                           OCCURS 60.
       01  CV-LINE-AREA.
           03  CV-LN               PICTURE X(60).
           03  CV-LN-RD        REDEFINES CV-LN.
                05  CV-LN-C             PICTURE X
                           OCCURS 60.
       01  CV-VWORD                PICTURE X(60).

      * *** THE RANGE COMPILED TO A SIMPLE INSTRUCTION LIST -
      *       P  PARAGRAPH ENTRY (A = PARAGRAPH)
      *       C  IF TEST (A = CONDITION, POL = THE ENTRY TAKING
      *          THE TRUE BRANCH, B = FALSE BRANCH)
      *       J  JUMP TO B (ELSE OR NEXT SENTENCE)
      *       A  ACTION STATEMENT (A = ACTION ROW, TYPE P FOR A
      *          PERFORM OR CALL)
      *       G  GO TO (A = ACTION ROW, B = TARGET PARAGRAPH ENTRY
      *          OR ZERO WHEN OUTSIDE THE RANGE)
      *       S  STOP RUN, EXIT PROGRAM, GOBACK OR A GO TO WITH NO
      *          TARGET - ENDS THE PATH
      *       E  END OF THE RANGE
      *     TS AND TE ARE THE FIRST AND LAST WORD OF THE TEXT:

       01  INSTR-VECTOR.
           03  IN-ENTRY                OCCURS 600.
                05  IN-OP               PICTURE X.
                05  IN-TYPE             PICTURE X.
                05  IN-POL              PICTURE X.
                05  IN-LISTED           PICTURE X.
                05  IN-A                PICTURE S9(3)   COMPUTATIONAL.
                05  IN-B                PICTURE S9(5)   COMPUTATIONAL.
                05  IN-TS               PICTURE S9(5)   COMPUTATIONAL.
                05  IN-TE               PICTURE S9(5)   COMPUTATIONAL.
                05  IN-PA               PICTURE S9(3)   COMPUTATIONAL.
       77  IN-COUNT            PICTURE S9(5)   COMPUTATIONAL.

       01  PARA-VECTOR.
           03  PA-ENTRY                OCCURS 50.
                05  PA-NAME             PICTURE X(30).
                05  PA-IN               PICTURE S9(5)   COMPUTATIONAL.
                05  PA-TK               PICTURE S9(5)   COMPUTATIONAL.
                05  PA-VISIT            PICTURE X.
                05  PA-EVER             PICTURE X.
                05  PA-FALL-SW          PICTURE X.
       77  PA-COUNT            PICTURE S9(3)   COMPUTATIONAL.

      * *** CONDITION AND ACTION ROWS - THE TEXT IS A RANGE OF
      *     WORDS, ROW IS THE ROW NUMBER ON THE DECK (ZERO WHEN
      *     NO RULE USES THE ROW):

       01  COND-VECTOR.
           03  CD-ENTRY                OCCURS 50.
                05  CD-TS               PICTURE S9(5)   COMPUTATIONAL.
                05  CD-TE               PICTURE S9(5)   COMPUTATIONAL.
                05  CD-ROW              PICTURE S9(3)   COMPUTATIONAL.
       77  CD-COUNT            PICTURE S9(3)   COMPUTATIONAL.

       01  ACTN-VECTOR.
           03  AC-ENTRY                OCCURS 99.
                05  AC-TS               PICTURE S9(5)   COMPUTATIONAL.
                05  AC-TE               PICTURE S9(5)   COMPUTATIONAL.
                05  AC-ROW              PICTURE S9(3)   COMPUTATIONAL.
       77  AC-COUNT            PICTURE S9(3)   COMPUTATIONAL.

      * *** ONE ENTRY PER PATH - THE CONDITION ENTRIES (Y, N OR
      *     BLANK) AND FOR EACH ACTION ROW ITS EXECUTION POSITION
      *     ON THE PATH (ZERO WHEN NOT DONE) - THE LAST PATH IS
      *     THE ELSE RULE:

       01  RULE-VECTOR.
           03  RU-ENTRY                OCCURS 100.
                05  RU-C                PICTURE X
                           OCCURS 50.
                05  RU-A                PICTURE S9(3)   COMPUTATIONAL
                           OCCURS 99.
       77  RU-COUNT            PICTURE S9(3)   COMPUTATIONAL.

      * *** THE PATH BEING WALKED - THE CHOICE STACK HOLDS THE
      *     ENTRY TAKEN AT EACH FREE TEST IN ORDER, THE CONDITION
      *     VALUES AND THE ACTIONS DONE SO FAR:

       01  CHOICE-STACK.
           03  CH-VAL              PICTURE X
                           OCCURS 50.
       77  CH-DEPTH            PICTURE S9(3)   COMPUTATIONAL.
       77  CH-POS              PICTURE S9(3)   COMPUTATIONAL.
       01  PATH-VALUES.
           03  PV-VAL              PICTURE X
                           OCCURS 50.
       01  PATH-ACTIONS.
           03  PT-ENTRY                OCCURS 40.
                05  PT-ACT              PICTURE S9(3)   COMPUTATIONAL.
                05  PT-IN               PICTURE S9(5)   COMPUTATIONAL.
       77  PT-COUNT            PICTURE S9(3)   COMPUTATIONAL.

      * *** OPEN IF AND PENDING JUMP STACKS FOR THE SENTENCE BEING
      *     COMPILED - A PERIOD CLOSES THEM ALL:

       01  OPEN-IF-STACK.
           03  OS-IN               PICTURE S9(5)   COMPUTATIONAL
                           OCCURS 50.
       77  OS-TOP              PICTURE S9(3)   COMPUTATIONAL.
       01  PENDING-JUMP-STACK.
           03  SP-IN               PICTURE S9(5)   COMPUTATIONAL
                           OCCURS 50.
       77  SP-TOP              PICTURE S9(3)   COMPUTATIONAL.

       77  CV-LINE             PICTURE S9(5)   COMPUTATIONAL.
       77  CV-P                PICTURE S9(3)   COMPUTATIONAL.
       77  CV-Q                PICTURE S9(5)   COMPUTATIONAL.
       77  CV-WL               PICTURE S9(3)   COMPUTATIONAL.
       77  CV-TCOL             PICTURE S9(3)   COMPUTATIONAL.
       77  CV-T                PICTURE S9(5)   COMPUTATIONAL.
       77  CV-U                PICTURE S9(5)   COMPUTATIONAL.
       77  CV-TS               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-TE               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-RS               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-RE               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-X1               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-X2               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-N1               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-N2               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-I                PICTURE S9(5)   COMPUTATIONAL.
       77  CV-J                PICTURE S9(3)   COMPUTATIONAL.
       77  CV-K                PICTURE S9(3)   COMPUTATIONAL.
       77  CV-C                PICTURE S9(3)   COMPUTATIONAL.
       77  CV-A                PICTURE S9(3)   COMPUTATIONAL.
       77  CV-R                PICTURE S9(3)   COMPUTATIONAL.
       77  CV-L                PICTURE S9(3)   COMPUTATIONAL.
       77  CV-LP               PICTURE S9(3)   COMPUTATIONAL.
       77  CV-NLINES           PICTURE S9(3)   COMPUTATIONAL.
       77  CV-PC               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-CUR-PA           PICTURE S9(3)   COMPUTATIONAL.
       77  CV-VI               PICTURE S9(3)   COMPUTATIONAL.
       77  CV-ITEMS            PICTURE S9(5)   COMPUTATIONAL.
       77  CV-MI               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-MP               PICTURE S9(3)   COMPUTATIONAL.
       77  CV-ML               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-MS               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-ME               PICTURE S9(5)   COMPUTATIONAL.
       77  CV-CH               PICTURE X.
       77  CV-CH2              PICTURE X.
       77  CV-OP               PICTURE X.
       77  CV-POL              PICTURE X.
       77  CV-V                PICTURE X.
       77  CV-STYPE            PICTURE X.
       77  CV-KIND             PICTURE X.
       77  CV-LIT-SW           PICTURE X.
       77  CV-NOTE-SW          PICTURE X.
       77  CV-HEAD-SW          PICTURE X.
       77  CV-RANGE-SW         PICTURE X.
                               NOTE 0 BEFORE THE FIRST PARAGRAPH,
                                 1 IN THE RANGE, 2 IN THE LAST
                                 PARAGRAPH, 3 PAST THE RANGE.
       77  CV-FIRST-SW         PICTURE X.
       77  CV-CUT-SW           PICTURE X.
       77  CV-SAME-SW          PICTURE X.
       77  CV-VERB-SW          PICTURE X.
       77  CV-NOISE-SW         PICTURE X.
       77  CV-XFER-SW          PICTURE X.
       77  CV-FOUT-SW          PICTURE X.
       77  CV-FATAL-SW         PICTURE X
                           VALUE ZERO.

      * *** VERBS THAT START A STATEMENT, AND WORDS THAT ARE NOT
      *     DATA-NAMES WHEN LOOKING FOR A FIELD A STATEMENT SETS
      *     AND A LATER TEST READS:

       01  CNV-VERB-LIST.
           03  FILLER  PICTURE X(12)  VALUE "MOVE".
           03  FILLER  PICTURE X(12)  VALUE "ADD".
           03  FILLER  PICTURE X(12)  VALUE "SUBTRACT".
           03  FILLER  PICTURE X(12)  VALUE "MULTIPLY".
           03  FILLER  PICTURE X(12)  VALUE "DIVIDE".
           03  FILLER  PICTURE X(12)  VALUE "COMPUTE".
           03  FILLER  PICTURE X(12)  VALUE "GO".
           03  FILLER  PICTURE X(12)  VALUE "PERFORM".
           03  FILLER  PICTURE X(12)  VALUE "CALL".
           03  FILLER  PICTURE X(12)  VALUE "ALTER".
           03  FILLER  PICTURE X(12)  VALUE "IF".
           03  FILLER  PICTURE X(12)  VALUE "ELSE".
           03  FILLER  PICTURE X(12)  VALUE "OTHERWISE".
           03  FILLER  PICTURE X(12)  VALUE "STOP".
           03  FILLER  PICTURE X(12)  VALUE "EXIT".
           03  FILLER  PICTURE X(12)  VALUE "GOBACK".
           03  FILLER  PICTURE X(12)  VALUE "DISPLAY".
           03  FILLER  PICTURE X(12)  VALUE "ACCEPT".
           03  FILLER  PICTURE X(12)  VALUE "EXAMINE".
           03  FILLER  PICTURE X(12)  VALUE "INSPECT".
           03  FILLER  PICTURE X(12)  VALUE "TRANSFORM".
           03  FILLER  PICTURE X(12)  VALUE "OPEN".
           03  FILLER  PICTURE X(12)  VALUE "CLOSE".
           03  FILLER  PICTURE X(12)  VALUE "READ".
           03  FILLER  PICTURE X(12)  VALUE "WRITE".
           03  FILLER  PICTURE X(12)  VALUE "REWRITE".
           03  FILLER  PICTURE X(12)  VALUE "DELETE".
           03  FILLER  PICTURE X(12)  VALUE "START".
           03  FILLER  PICTURE X(12)  VALUE "SEEK".
           03  FILLER  PICTURE X(12)  VALUE "SET".
           03  FILLER  PICTURE X(12)  VALUE "STRING".
           03  FILLER  PICTURE X(12)  VALUE "UNSTRING".
           03  FILLER  PICTURE X(12)  VALUE "SEARCH".
           03  FILLER  PICTURE X(12)  VALUE "SORT".
           03  FILLER  PICTURE X(12)  VALUE "MERGE".
           03  FILLER  PICTURE X(12)  VALUE "RELEASE".
           03  FILLER  PICTURE X(12)  VALUE "RETURN".
           03  FILLER  PICTURE X(12)  VALUE "ENTER".
           03  FILLER  PICTURE X(12)  VALUE "EXHIBIT".
           03  FILLER  PICTURE X(12)  VALUE "TRACE".
           03  FILLER  PICTURE X(12)  VALUE "CANCEL".
           03  FILLER  PICTURE X(12)  VALUE "INITIALIZE".
           03  FILLER  PICTURE X(12)  VALUE "CONTINUE".
       01  CNV-VERB-TABLE  REDEFINES CNV-VERB-LIST.
           03  CNV-VERB            PICTURE X(12)
                           OCCURS 43.
       77  CNV-VERB-MAX        PICTURE S9(3)   COMPUTATIONAL
                           VALUE +43.

       01  CNV-NOISE-LIST.
           03  FILLER  PICTURE X(14)  VALUE "TO".
           03  FILLER  PICTURE X(14)  VALUE "FROM".
           03  FILLER  PICTURE X(14)  VALUE "BY".
           03  FILLER  PICTURE X(14)  VALUE "INTO".
           03  FILLER  PICTURE X(14)  VALUE "GIVING".
           03  FILLER  PICTURE X(14)  VALUE "ROUNDED".
           03  FILLER  PICTURE X(14)  VALUE "OF".
           03  FILLER  PICTURE X(14)  VALUE "IN".
           03  FILLER  PICTURE X(14)  VALUE "AND".
           03  FILLER  PICTURE X(14)  VALUE "OR".
           03  FILLER  PICTURE X(14)  VALUE "NOT".
           03  FILLER  PICTURE X(14)  VALUE "IS".
           03  FILLER  PICTURE X(14)  VALUE "EQUAL".
           03  FILLER  PICTURE X(14)  VALUE "EQUALS".
           03  FILLER  PICTURE X(14)  VALUE "GREATER".
           03  FILLER  PICTURE X(14)  VALUE "LESS".
           03  FILLER  PICTURE X(14)  VALUE "THAN".
           03  FILLER  PICTURE X(14)  VALUE "ZERO".
           03  FILLER  PICTURE X(14)  VALUE "ZEROS".
           03  FILLER  PICTURE X(14)  VALUE "ZEROES".
           03  FILLER  PICTURE X(14)  VALUE "SPACE".
           03  FILLER  PICTURE X(14)  VALUE "SPACES".
           03  FILLER  PICTURE X(14)  VALUE "ALL".
           03  FILLER  PICTURE X(14)  VALUE "HIGH-VALUE".
           03  FILLER  PICTURE X(14)  VALUE "HIGH-VALUES".
           03  FILLER  PICTURE X(14)  VALUE "LOW-VALUE".
           03  FILLER  PICTURE X(14)  VALUE "LOW-VALUES".
           03  FILLER  PICTURE X(14)  VALUE "QUOTE".
           03  FILLER  PICTURE X(14)  VALUE "QUOTES".
           03  FILLER  PICTURE X(14)  VALUE "CORRESPONDING".
           03  FILLER  PICTURE X(14)  VALUE "CORR".
           03  FILLER  PICTURE X(14)  VALUE "REMAINDER".
           03  FILLER  PICTURE X(14)  VALUE "UPON".
           03  FILLER  PICTURE X(14)  VALUE "TALLYING".
           03  FILLER  PICTURE X(14)  VALUE "REPLACING".
           03  FILLER  PICTURE X(14)  VALUE "LEADING".
           03  FILLER  PICTURE X(14)  VALUE "THRU".
           03  FILLER  PICTURE X(14)  VALUE "THROUGH".
           03  FILLER  PICTURE X(14)  VALUE "TIMES".
           03  FILLER  PICTURE X(14)  VALUE "UNTIL".
           03  FILLER  PICTURE X(14)  VALUE "VARYING".
           03  FILLER  PICTURE X(14)  VALUE "AFTER".
           03  FILLER  PICTURE X(14)  VALUE "BEFORE".
           03  FILLER  PICTURE X(14)  VALUE "NUMERIC".
           03  FILLER  PICTURE X(14)  VALUE "ALPHABETIC".
           03  FILLER  PICTURE X(14)  VALUE "POSITIVE".
           03  FILLER  PICTURE X(14)  VALUE "NEGATIVE".
           03  FILLER  PICTURE X(14)  VALUE "SIZE".
           03  FILLER  PICTURE X(14)  VALUE "ERROR".
           03  FILLER  PICTURE X(14)  VALUE "ON".
           03  FILLER  PICTURE X(14)  VALUE "AT".
           03  FILLER  PICTURE X(14)  VALUE "END".
           03  FILLER  PICTURE X(14)  VALUE "WITH".
           03  FILLER  PICTURE X(14)  VALUE "ADVANCING".
           03  FILLER  PICTURE X(14)  VALUE "LINES".
           03  FILLER  PICTURE X(14)  VALUE "PAGE".
           03  FILLER  PICTURE X(14)  VALUE "RECORD".
       01  CNV-NOISE-TABLE REDEFINES CNV-NOISE-LIST.
           03  CNV-NOISE           PICTURE X(14)
                           OCCURS 57.
       77  CNV-NOISE-MAX       PICTURE S9(3)   COMPUTATIONAL
                           VALUE +57.

      * *** THE DECK CARD IN THE DOPT NDK LAYOUT - COLUMN 1
      *     BLANK, CARD COLUMNS 8-72 IN 2-66:

       01  DK-CARD.
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  DK-CBODY.
                05  DK-CC               PICTURE X
                           OCCURS 65.
           03  FILLER              PICTURE X(14)
                           VALUE SPACE.
       01  DK-CARD-RD      REDEFINES DK-CARD.
           03  FILLER              PICTURE X(3).
           03  DK-STUB-FIELD       PICTURE X(60).
           03  FILLER              PICTURE X(17).
       01  DK-CARD-RD2     REDEFINES DK-CARD-RD.
           03  FILLER              PICTURE X.
           03  DK-CTL5.
                05  DK-CTL3             PICTURE X(3).
                05  FILLER              PICTURE X(2).
           03  FILLER              PICTURE X(74).
       01  DK-CARD-RD3     REDEFINES DK-CARD-RD2.
           03  FILLER              PICTURE X.
           03  DK-HDR-IDENT        PICTURE X(5).
           03  FILLER              PICTURE X(5).
           03  DK-HDR-NAME         PICTURE X(32).
           03  FILLER              PICTURE X(2).
           03  DK-HDR-TBLNO        PICTURE X(5).
           03  FILLER              PICTURE X.
           03  DK-HDR-CONDS        PICTURE 9(2).
           03  FILLER              PICTURE X.
           03  DK-HDR-ACTNS        PICTURE 9(2).
           03  FILLER              PICTURE X.
           03  DK-HDR-RULES        PICTURE 9(2).
           03  FILLER              PICTURE X(21).
       01  DK-NUM3-GRP.
           03  DK-NUM3             PICTURE ZZ9.
           03  DK-NUM3-RD      REDEFINES DK-NUM3.
                05  DK-NUM3-C           PICTURE X
                           OCCURS 3.
       77  DK-NRULES           PICTURE S9(3)   COMPUTATIONAL.
       77  DK-NCOLS            PICTURE S9(3)   COMPUTATIONAL.
       77  DK-TCOLS            PICTURE S9(3)   COMPUTATIONAL.
       77  DK-MCARDS           PICTURE S9(3)   COMPUTATIONAL.
       77  DK-NCONDS           PICTURE S9(3)   COMPUTATIONAL.
       77  DK-NACTNS           PICTURE S9(3)   COMPUTATIONAL.
       77  DK-M                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-K                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-S                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-P                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-V                PICTURE S9(3)   COMPUTATIONAL.

      * *** REVIEW LISTING LINES AND MESSAGES:

       01  CV-TITLE-1.
           03  FILLER              PICTURE X(38)
                           VALUE
               "DETCNV - NESTED IF CONVERSION, SOURCE ".
           03  CVT-SRC-NAME        PICTURE X(6).
           03  FILLER              PICTURE X
                           VALUE ".".
           03  CVT-SRC-EXT         PICTURE X(3).
           03  FILLER              PICTURE X(32)
                           VALUE SPACE.
       01  CV-TITLE-2.
           03  FILLER              PICTURE X(13)
                           VALUE "  PARAGRAPHS ".
           03  CVT-FIRST           PICTURE X(30).
           03  FILLER              PICTURE X(6)
                           VALUE " THRU ".
           03  CVT-LAST            PICTURE X(30).
           03  FILLER              PICTURE X
                           VALUE SPACE.
       01  CV-TITLE-3.
           03  FILLER              PICTURE X(8)
                           VALUE "  TABLE ".
           03  CVT-TBLNO           PICTURE X(5).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  CVT-TNAME           PICTURE X(32).
           03  FILLER              PICTURE X(34)
                           VALUE SPACE.
       01  CV-HEAD-LINE.
           03  FILLER              PICTURE X(9)
                           VALUE "   LINE  ".
           03  FILLER              PICTURE X(32)
                           VALUE "PARAGRAPH".
           03  FILLER              PICTURE X(39)
                           VALUE "FOR REVIEW".
       01  CV-ITEM-LINE.
           03  FILLER              PICTURE X(2)
                           VALUE SPACE.
           03  CVL-SEQ             PICTURE ZZZZ9.
           03  FILLER              PICTURE X(2)
                           VALUE SPACE.
           03  CVL-PARA            PICTURE X(30).
           03  FILLER              PICTURE X(2)
                           VALUE SPACE.
           03  CVL-MSG             PICTURE X(35).
           03  FILLER              PICTURE X(4)
                           VALUE SPACE.
       01  CV-TEXT-LINE.
           03  FILLER              PICTURE X(9)
                           VALUE SPACE.
           03  CVT-TEXT            PICTURE X(60).
           03  FILLER              PICTURE X(11)
                           VALUE SPACE.
       01  CV-FATAL-LINE.
           03  FILLER              PICTURE X(27)
                           VALUE "  *** CONVERSION STOPPED - ".
           03  CVF-MSG             PICTURE X(35).
           03  FILLER              PICTURE X(18)
                           VALUE SPACE.
       01  CV-NODECK-LINE.
           03  FILLER              PICTURE X(80)
                           VALUE "  NO DECK WRITTEN.".
       01  CV-RECAP-LINE.
           03  FILLER              PICTURE X(13)
                           VALUE "  PARAGRAPHS ".
           03  CVR-PARAS           PICTURE ZZ9.
           03  FILLER              PICTURE X(13)
                           VALUE "  CONDITIONS ".
           03  CVR-CONDS           PICTURE ZZ9.
           03  FILLER              PICTURE X(10)
                           VALUE "  ACTIONS ".
           03  CVR-ACTNS           PICTURE ZZ9.
           03  FILLER              PICTURE X(8)
                           VALUE "  RULES ".
           03  CVR-RULES           PICTURE ZZ9.
           03  FILLER              PICTURE X(15)
                           VALUE "  REVIEW ITEMS ".
           03  CVR-ITEMS           PICTURE ZZZ9.
           03  FILLER              PICTURE X(5)
                           VALUE SPACE.
       01  CV-DECK-LINE.
           03  FILLER              PICTURE X(18)
                           VALUE "  DECK WRITTEN TO ".
           03  CVD-NAME            PICTURE X(6).
           03  FILLER              PICTURE X
                           VALUE ".".
           03  CVD-EXT             PICTURE X(3).
           03  FILLER              PICTURE X(52)
                           VALUE
               " - ELSE IS THE PATH TAKING EVERY FALSE BRANCH".

       77  CVM-PERF            PICTURE X(35)
                           VALUE "PERFORM OR CALL AHEAD OF A TEST".
       77  CVM-CHG             PICTURE X(35)
                           VALUE "SETS A FIELD A LATER TEST READS".
       77  CVM-ALTER           PICTURE X(35)
                           VALUE "ALTER - FLOW IS SET AT RUN TIME".
       77  CVM-ALTGO           PICTURE X(35)
                           VALUE "GO TO WITH NO TARGET - ALTERED".
       77  CVM-DEPND           PICTURE X(35)
                           VALUE "GO TO DEPENDING ON - KEPT AS ACTION".
       77  CVM-FALL            PICTURE X(35)
                           VALUE "FALLS THROUGH INTO THIS PARAGRAPH".
       77  CVM-FOUT            PICTURE X(35)
                           VALUE "FALLS OUT OF THE END OF THE RANGE".
       77  CVM-LOOP            PICTURE X(35)
                           VALUE "LOOPS BACK ONTO ITS OWN PATH".
       77  CVM-DEAD            PICTURE X(35)
                           VALUE "REPEATED TEST - ONE BRANCH IS DEAD".
       77  CVM-WHOLE           PICTURE X(35)
                           VALUE "CONDITIONAL STATEMENT KEPT WHOLE".
       77  CVM-UNKN            PICTURE X(35)
                           VALUE "STATEMENT NOT RECOGNIZED".
       77  CVM-ELSE            PICTURE X(35)
                           VALUE "ELSE WITH NO OPEN IF - IGNORED".
       77  CVM-NOCOND          PICTURE X(35)
                           VALUE "IF WITH NO CONDITION - IGNORED".
       77  CVM-UNRC            PICTURE X(35)
                           VALUE "PARAGRAPH NEVER REACHED".
       77  CVM-LONG            PICTURE X(35)
                           VALUE "STUB OVER 5 CARDS - CUT SHORT".
       77  CVM-LIT             PICTURE X(35)
                           VALUE "LITERAL OVER 60 CHARACTERS - CUT".
       77  CVF-FIRST           PICTURE X(35)
                           VALUE "FIRST PARAGRAPH NOT FOUND".
       77  CVF-LAST            PICTURE X(35)
                           VALUE "LAST PARAGRAPH NOT FOUND AFTER IT".
       77  CVF-WORDS           PICTURE X(35)
                           VALUE "RANGE OVER 1500 WORDS".
       77  CVF-PARAS           PICTURE X(35)
                           VALUE "RANGE OVER 50 PARAGRAPHS".
       77  CVF-INSTR           PICTURE X(35)
                           VALUE "RANGE OVER 600 STATEMENTS".
       77  CVF-CONDS           PICTURE X(35)
                           VALUE "OVER 50 DISTINCT CONDITIONS".
       77  CVF-ACTNS           PICTURE X(35)
                           VALUE "OVER 99 DISTINCT ACTIONS".
       77  CVF-RULES           PICTURE X(35)
                           VALUE "OVER 99 RULES - SPLIT THE RANGE".
       77  CVF-PATH            PICTURE X(35)
                           VALUE "OVER 40 ACTIONS ON ONE PATH".
       77  CVF-DEPTH           PICTURE X(35)
                           VALUE "IF NESTED OVER 50 DEEP".
       77  CVF-NOIF            PICTURE X(35)
                           VALUE "NO IF TESTS - NOTHING TO CONVERT".
       77  CVF-ONEPATH         PICTURE X(35)
                           VALUE "ONE PATH ONLY - NOTHING TO CONVERT".

       PROCEDURE DIVISION.
       A00-START-DETCNV.
           MOVE ZERO TO QX.

           NOTE  ***  THE RUN IS DRIVEN BY A CONTROL FILE (NAMED
                DETCNV, EXTENSION CTL) WHEN ONE IS PRESENT -
                  RECORD 1 - INPUT FILE NAME (COBOL SOURCE)
                  RECORD 2 - OUTPUT FILE NAME (BLANK FOR THE SAME)
                  RECORD 3 - FIRST PARAGRAPH OF THE RANGE
                  RECORD 4 - LAST PARAGRAPH (BLANK FOR THE FIRST)
                  RECORD 5 - TABLE NUMBER IN COLUMNS 1-5 AND TABLE
                             NAME IN 7-38, BOTH OPTIONAL - THE NAME
                             DEFAULTS TO THE FIRST PARAGRAPH -
                OTHERWISE THE SAME ITEMS ARE PROMPTED FOR.

       GET-CNTRL.
           MOVE SPACES TO SOURCE-ID, OUTPUT-ID, EXT-PERIOD-FOUND.
           MOVE SPACES TO CONVERSION-REQUEST.
           OPEN INPUT CNTRL-FILE.
           READ CNTRL-FILE AT END
                GO TO GET-CNTRL-NONE.
           MOVE CNTRL-REC-NAME TO TEMPORARY-NAME.
           MOVE 0 TO I.
           MOVE SPACES TO PROGRAM-NAME.
           PERFORM CONVERT-ID THRU CONVERT-ID-EXIT
                VARYING J FROM 1 BY 1
                UNTIL J > 10.
           IF I > 9
                GO TO GET-CNTRL-BAD.
           IF PROGRAM-NAME EQUAL TO SPACES
                GO TO GET-CNTRL-BAD.
           MOVE PROGRAM-NAME TO SOURCE-ID.
           IF NOT EXT-PER-FOUND
                IF SOURCE-ID-EXT EQUAL TO SPACES
                    MOVE "CBL" TO SOURCE-ID-EXT.
           READ CNTRL-FILE AT END
                GO TO GET-CNTRL-BAD.
           MOVE CNTRL-REC-NAME TO TEMPORARY-NAME.
           MOVE 0 TO I.
           MOVE SPACES TO PROGRAM-NAME, EXT-PERIOD-FOUND.
           PERFORM CONVERT-ID THRU CONVERT-ID-EXIT
                VARYING J FROM 1 BY 1
                UNTIL J > 10.
           IF I > 9
                GO TO GET-CNTRL-BAD.
           MOVE PROGRAM-NAME TO OUTPUT-ID.
           READ CNTRL-FILE AT END
                GO TO GET-CNTRL-BAD.
           MOVE CNTRL-REC-PARA TO CV-FIRST-PARA.
           IF CV-FIRST-PARA EQUAL TO SPACES
                GO TO GET-CNTRL-BAD.
           READ CNTRL-FILE AT END
                GO TO GET-CNTRL-DONE.
           MOVE CNTRL-REC-PARA TO CV-LAST-PARA.
           READ CNTRL-FILE AT END
                GO TO GET-CNTRL-DONE.
           MOVE CNTRL-REC-TBLNO TO CV-TBLNO.
           MOVE CNTRL-REC-TNAME TO CV-TNAME.

       GET-CNTRL-DONE.
           CLOSE CNTRL-FILE.
           GO TO A10-CONVERT.

       GET-CNTRL-BAD.
           CLOSE CNTRL-FILE.
           DISPLAY "?DETCNV CONTROL CARDS BAD".
           MOVE 012 TO QX.
           STOP RUN RETURNING QX.

       GET-CNTRL-NONE.
           CLOSE CNTRL-FILE.

       GET-NAME-1.
           DISPLAY SPACE.
           DISPLAY "INPUT FILE: " WITH NO ADVANCING.
           ACCEPT TEMPORARY-NAME.
           MOVE 0 TO I.
           MOVE SPACES TO PROGRAM-NAME, EXT-PERIOD-FOUND.
           PERFORM CONVERT-ID THRU CONVERT-ID-EXIT
                VARYING J FROM 1 BY 1
                UNTIL J > 10.
           IF I > 9
                DISPLAY "?NAME TOO LONG"
                GO TO GET-NAME-1.
           IF PROGRAM-NAME EQUAL TO SPACES
                GO TO GET-NAME-1.
           MOVE PROGRAM-NAME TO SOURCE-ID.
           IF NOT EXT-PER-FOUND
                IF SOURCE-ID-EXT EQUAL TO SPACES
                    MOVE "CBL" TO SOURCE-ID-EXT.

       GET-NAME-2.
           DISPLAY "OUTPUT FILE: " WITH NO ADVANCING.
           ACCEPT TEMPORARY-NAME.
           MOVE 0 TO I.
           MOVE SPACES TO PROGRAM-NAME, EXT-PERIOD-FOUND.
           PERFORM CONVERT-ID THRU CONVERT-ID-EXIT
                VARYING J FROM 1 BY 1
                UNTIL J > 10.
           IF I > 9
                DISPLAY "?NAME TOO LONG"
                GO TO GET-NAME-2.
           MOVE PROGRAM-NAME TO OUTPUT-ID.

       GET-NAME-3.
           DISPLAY "FIRST PARAGRAPH: " WITH NO ADVANCING.
           ACCEPT CV-FIRST-PARA.
           IF CV-FIRST-PARA EQUAL TO SPACES
                GO TO GET-NAME-3.
           DISPLAY "LAST PARAGRAPH: " WITH NO ADVANCING.
           ACCEPT CV-LAST-PARA.
           DISPLAY "TABLE NUMBER: " WITH NO ADVANCING.
           ACCEPT CV-TBLNO.
           GO TO A10-CONVERT.

       CONVERT-ID.
           MOVE TN-CHAR (J) TO TN-CHAR (1).
           IF TN-CHAR (1) IS NOT EQUAL TO "."
                GO TO CONVERT-ID-2.
           MOVE "X" TO EXT-PERIOD-FOUND.
           IF I IS GREATER THAN 6
                MOVE 10 TO I, J;
           ELSE MOVE 6 TO I.
           GO TO CONVERT-ID-EXIT.

       CONVERT-ID-2.
           IF TN-CHAR (1) IS EQUAL TO SPACE
                 NEXT SENTENCE;
           ELSE IF I IS GREATER THAN 8
                    MOVE 10 TO I, J;
                ELSE ADD 1 TO I,
                     MOVE TN-CHAR (1) TO PN-CHAR (I).

       CONVERT-ID-EXIT.
           EXIT.

                NOTE *** A10 RUNS THE CONVERSION - READ THE RANGE
               *  INTO WORDS, COMPILE THE WORDS TO THE INSTRUCTION
               *  LIST, WALK EVERY PATH, LIST THE PARAGRAPHS NO
               *  PATH REACHES AND PUNCH THE DECK - A LIMIT OR A
               *  MISSING PARAGRAPH STOPS THE RUN WITH NO DECK.

       A10-CONVERT.
           IF OUTPUT-ID-NAME EQUAL TO SPACES
                MOVE SOURCE-ID-NAME TO OUTPUT-ID-NAME.
           MOVE OUTPUT-ID TO DECK-ID.
           IF DECK-ID-EXT EQUAL TO SPACES
                MOVE "NDK" TO DECK-ID-EXT.
           MOVE OUTPUT-ID-NAME TO LISTING-ID-NAME.
           MOVE "CNV" TO LISTING-ID-EXT.
           IF CV-LAST-PARA EQUAL TO SPACES
                MOVE CV-FIRST-PARA TO CV-LAST-PARA.
           IF CV-TNAME EQUAL TO SPACES
                MOVE CV-FIRST-PARA TO CV-TNAME.
           MOVE ZERO TO CV-ITEMS.
           OPEN OUTPUT LIST-OUT.
           MOVE SOURCE-ID-NAME TO CVT-SRC-NAME.
           MOVE SOURCE-ID-EXT TO CVT-SRC-EXT.
           MOVE CV-FIRST-PARA TO CVT-FIRST.
           MOVE CV-LAST-PARA TO CVT-LAST.
           MOVE CV-TBLNO TO CVT-TBLNO.
           MOVE CV-TNAME TO CVT-TNAME.
           WRITE LIST-REC FROM CV-TITLE-1.
           WRITE LIST-REC FROM CV-TITLE-2.
           WRITE LIST-REC FROM CV-TITLE-3.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC.
           WRITE LIST-REC FROM CV-HEAD-LINE.
           OPEN INPUT FILE-IN.
           PERFORM B00-READ-SOURCE THRU B99-READ-SOURCE-EXIT.
           CLOSE FILE-IN.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO Z00-RECAP.
           PERFORM C00-COMPILE THRU C99-COMPILE-EXIT.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO Z00-RECAP.
           PERFORM D00-WALK-PATHS THRU D99-WALK-PATHS-EXIT.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO Z00-RECAP.
           PERFORM E00-UNREACHED THRU E99-UNREACHED-EXIT.
           OPEN OUTPUT DECK-OUT.
           PERFORM F00-WRITE-DECK THRU F99-WRITE-DECK-EXIT.
           CLOSE DECK-OUT.

       Z00-RECAP.
           MOVE SPACES TO LIST-REC.
           WRITE LIST-REC.
           IF CV-FATAL-SW EQUAL TO "1"
                WRITE LIST-REC FROM CV-NODECK-LINE
                GO TO Z10-CLOSE.
           IF CV-ITEMS GREATER THAN ZERO
                MOVE 004 TO QX.
           MOVE PA-COUNT TO CVR-PARAS.
           MOVE DK-NCONDS TO CVR-CONDS.
           MOVE DK-NACTNS TO CVR-ACTNS.
           MOVE DK-NRULES TO CVR-RULES.
           MOVE CV-ITEMS TO CVR-ITEMS.
           WRITE LIST-REC FROM CV-RECAP-LINE.
           MOVE DECK-ID-NAME TO CVD-NAME.
           MOVE DECK-ID-EXT TO CVD-EXT.
           WRITE LIST-REC FROM CV-DECK-LINE.

       Z10-CLOSE.
           CLOSE LIST-OUT.
           STOP RUN RETURNING QX.

                NOTE *** B00 READS THE SOURCE AND KEEPS THE WORDS
               *  OF THE PARAGRAPH RANGE - THE RANGE OPENS AT THE
               *  FIRST PARAGRAPH NAME IN AREA A AND CLOSES AT THE
               *  NEXT AREA A NAME AFTER THE LAST PARAGRAPH HAS
               *  STARTED - A QUOTED LITERAL IS ONE WORD, A PERIOD
               *  ENDING A SENTENCE IS A WORD OF ITS OWN, COMMAS
               *  AND SEMICOLONS ARE DROPPED AND NOTE SENTENCES
               *  ARE SKIPPED.

       B00-READ-SOURCE.
           MOVE ZERO TO TK-COUNT, CV-LINE, CV-WL.
           MOVE ZERO TO CV-RANGE-SW, CV-NOTE-SW, CV-CUT-SW.
           MOVE ZERO TO CV-HEAD-SW.
           MOVE SPACE TO CV-LIT-SW, CV-KIND.

       B10-READ-CARD.
           IF CV-RANGE-SW EQUAL TO "3"
                GO TO B90-SOURCE-END.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO B99-READ-SOURCE-EXIT.
           READ FILE-IN AT END
                GO TO B90-SOURCE-END.
           ADD 001 TO CV-LINE.
           MOVE SOURCE-RECORD TO SRC-CARD.
           IF SRC-IND EQUAL TO "*" OR SRC-IND EQUAL TO "/"
                GO TO B10-READ-CARD.
           MOVE 007 TO CV-P.
           MOVE "1" TO CV-FIRST-SW.
           IF CV-LIT-SW EQUAL TO SPACE
                GO TO B20-SCAN-COL.
           IF SRC-IND NOT EQUAL TO "-"
                MOVE SPACE TO CV-LIT-SW
                MOVE "L" TO CV-KIND
                PERFORM B50-END-TOKEN THRU B59-END-TOKEN-EXIT
                GO TO B20-SCAN-COL.
           MOVE ZERO TO CV-FIRST-SW.
                               NOTE A CONTINUED LITERAL PICKS UP
                                 AFTER THE FIRST QUOTE ON THE
                                 CONTINUATION CARD.

       B12-FIND-QUOTE.
           ADD 001 TO CV-P.
           IF CV-P GREATER THAN 072
                GO TO B10-READ-CARD.
           IF SRC-CC (CV-P) NOT EQUAL TO CV-LIT-SW
                GO TO B12-FIND-QUOTE.

       B20-SCAN-COL.
           ADD 001 TO CV-P.
           IF CV-P GREATER THAN 072
                GO TO B28-END-OF-CARD.
           MOVE SRC-CC (CV-P) TO CV-CH.
           IF CV-LIT-SW NOT EQUAL TO SPACE
                GO TO B30-LIT-CHAR.
           IF CV-CH EQUAL TO SPACE
                PERFORM B50-END-TOKEN THRU B59-END-TOKEN-EXIT
                GO TO B20-SCAN-COL.
           IF CV-CH EQUAL TO QUOTE OR CV-CH EQUAL TO "'"
                PERFORM B50-END-TOKEN THRU B59-END-TOKEN-EXIT
                MOVE CV-CH TO CV-LIT-SW
                PERFORM B40-ADD-CHAR THRU B49-ADD-CHAR-EXIT
                GO TO B20-SCAN-COL.
           MOVE SPACE TO CV-CH2.
           MOVE CV-P TO CV-Q.
           ADD 001 TO CV-Q.
           IF CV-Q NOT GREATER THAN 072
                MOVE SRC-CC (CV-Q) TO CV-CH2.
           IF CV-CH2 NOT EQUAL TO SPACE
                GO TO B24-TEXT-CHAR.
           IF CV-CH EQUAL TO "."
                PERFORM B50-END-TOKEN THRU B59-END-TOKEN-EXIT
                PERFORM B40-ADD-CHAR THRU B49-ADD-CHAR-EXIT
                MOVE "P" TO CV-KIND
                PERFORM B50-END-TOKEN THRU B59-END-TOKEN-EXIT
                GO TO B20-SCAN-COL.
           IF CV-CH EQUAL TO "," OR CV-CH EQUAL TO ";"
                PERFORM B50-END-TOKEN THRU B59-END-TOKEN-EXIT
                GO TO B20-SCAN-COL.

       B24-TEXT-CHAR.
           PERFORM B40-ADD-CHAR THRU B49-ADD-CHAR-EXIT.
           GO TO B20-SCAN-COL.

       B28-END-OF-CARD.
           IF CV-LIT-SW EQUAL TO SPACE
                PERFORM B50-END-TOKEN THRU B59-END-TOKEN-EXIT.
           GO TO B10-READ-CARD.

       B30-LIT-CHAR.
           PERFORM B40-ADD-CHAR THRU B49-ADD-CHAR-EXIT.
           IF CV-CH NOT EQUAL TO CV-LIT-SW
                GO TO B20-SCAN-COL.
           MOVE SPACE TO CV-LIT-SW.
           MOVE "L" TO CV-KIND.
           PERFORM B50-END-TOKEN THRU B59-END-TOKEN-EXIT.
           GO TO B20-SCAN-COL.

       B40-ADD-CHAR.
           IF CV-WL EQUAL TO ZERO
                MOVE SPACES TO CV-WORK
                MOVE CV-P TO CV-TCOL.
           IF CV-WL NOT LESS THAN 060
                MOVE "1" TO CV-CUT-SW
                GO TO B49-ADD-CHAR-EXIT.
           ADD 001 TO CV-WL.
           MOVE CV-CH TO CV-WORK-C (CV-WL).

       B49-ADD-CHAR-EXIT.
           EXIT.

       B50-END-TOKEN.
           IF CV-WL EQUAL TO ZERO
                GO TO B59-END-TOKEN-EXIT.
           IF CV-KIND EQUAL TO SPACE
                MOVE "W" TO CV-KIND.
           IF CV-KIND EQUAL TO "W"
                AND CV-FIRST-SW EQUAL TO "1"
                AND CV-TCOL LESS THAN 012
                MOVE "H" TO CV-KIND.
           MOVE ZERO TO CV-FIRST-SW.
           PERFORM B60-FILE-TOKEN THRU B69-FILE-TOKEN-EXIT.
           MOVE ZERO TO CV-WL, CV-CUT-SW.
           MOVE SPACE TO CV-KIND.

       B59-END-TOKEN-EXIT.
           EXIT.

       B60-FILE-TOKEN.
           IF CV-NOTE-SW EQUAL TO "1"
                GO TO B66-IN-NOTE.
           IF CV-NOTE-SW EQUAL TO "2"
                GO TO B67-NOTE-PARAGRAPH.
           IF CV-KIND EQUAL TO "W" AND CV-WORK EQUAL TO "NOTE"
                GO TO B64-NOTE-START.
           IF CV-KIND NOT EQUAL TO "P"
                MOVE ZERO TO CV-HEAD-SW.
           IF CV-KIND EQUAL TO "H"
                GO TO B62-HEADER.
           IF CV-RANGE-SW EQUAL TO "0" OR CV-RANGE-SW EQUAL TO "3"
                GO TO B69-FILE-TOKEN-EXIT.

       B61-STORE-TOKEN.
           IF TK-COUNT NOT LESS THAN 1500
                MOVE CVF-WORDS TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO B69-FILE-TOKEN-EXIT.
           ADD 001 TO TK-COUNT.
           MOVE CV-WORK TO TK-TEXT (TK-COUNT).
           MOVE CV-KIND TO TK-KIND (TK-COUNT).
           MOVE CV-WL TO TK-LEN (TK-COUNT).
           MOVE CV-LINE TO TK-LINE (TK-COUNT).
           IF CV-CUT-SW EQUAL TO "1"
                MOVE CVM-LIT TO CVL-MSG
                MOVE CV-LINE TO CV-ML
                MOVE ZERO TO CV-MP, CV-MS, CV-ME
                PERFORM L10-LIST-ITEM THRU L19-LIST-ITEM-EXIT.
           GO TO B69-FILE-TOKEN-EXIT.

       B62-HEADER.
           MOVE "1" TO CV-HEAD-SW.
           IF CV-RANGE-SW EQUAL TO "2"
                MOVE "3" TO CV-RANGE-SW.
           IF CV-RANGE-SW EQUAL TO "3"
                GO TO B69-FILE-TOKEN-EXIT.
           IF CV-RANGE-SW EQUAL TO "0"
                AND CV-WORK NOT EQUAL TO CV-FIRST-PARA
                GO TO B69-FILE-TOKEN-EXIT.
           MOVE "1" TO CV-RANGE-SW.
           IF CV-WORK EQUAL TO CV-LAST-PARA
                MOVE "2" TO CV-RANGE-SW.
           GO TO B61-STORE-TOKEN.

                               NOTE A NOTE OPENING A PARAGRAPH
                                 MAKES THE WHOLE PARAGRAPH A
                                 COMMENT - OTHERWISE IT RUNS TO
                                 THE END OF ITS SENTENCE.

       B64-NOTE-START.
           MOVE "1" TO CV-NOTE-SW.
           IF CV-HEAD-SW EQUAL TO "1"
                MOVE "2" TO CV-NOTE-SW.
           MOVE ZERO TO CV-HEAD-SW.
           GO TO B69-FILE-TOKEN-EXIT.

       B66-IN-NOTE.
           IF CV-KIND EQUAL TO "P"
                MOVE ZERO TO CV-NOTE-SW.
           GO TO B69-FILE-TOKEN-EXIT.

       B67-NOTE-PARAGRAPH.
           IF CV-KIND NOT EQUAL TO "H"
                GO TO B69-FILE-TOKEN-EXIT.
           MOVE ZERO TO CV-NOTE-SW.
           GO TO B62-HEADER.

       B69-FILE-TOKEN-EXIT.
           EXIT.

       B90-SOURCE-END.
           IF CV-RANGE-SW EQUAL TO "0"
                MOVE CVF-FIRST TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT.
           IF CV-RANGE-SW EQUAL TO "1"
                MOVE CVF-LAST TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT.

       B99-READ-SOURCE-EXIT.
           EXIT.

                NOTE *** C00 COMPILES THE WORDS TO THE INSTRUCTION
               *  LIST - EACH IF PUSHES AN OPEN TEST, AN ELSE OR
               *  OTHERWISE CLOSES THE INNERMOST ONE AND JUMPS
               *  OVER ITS FALSE PART, AND A PERIOD OR A NEW
               *  PARAGRAPH CLOSES EVERY OPEN TEST AND JUMP TO THE
               *  NEXT INSTRUCTION - THE SAME CONDITION TEXT OR
               *  STATEMENT TEXT SHARES ONE ROW, AND A LEADING NOT
               *  ON A CONDITION WITH NO AND OR OR IS TAKEN AS THE
               *  N ENTRY OF THE PLAIN CONDITION.

       C00-COMPILE.
           MOVE ZERO TO IN-COUNT, PA-COUNT, CD-COUNT, AC-COUNT.
           MOVE ZERO TO OS-TOP, SP-TOP, CV-CUR-PA, CV-T.

       C10-NEXT-TOKEN.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO C99-COMPILE-EXIT.
           ADD 001 TO CV-T.
           IF CV-T GREATER THAN TK-COUNT
                GO TO C90-COMPILE-END.
           MOVE TK-TEXT (CV-T) TO CV-WORK.
           IF TK-KIND (CV-T) EQUAL TO "H"
                GO TO C20-PARAGRAPH.
           IF TK-KIND (CV-T) EQUAL TO "P"
                PERFORM C35-SENTENCE-END THRU C39-SENTENCE-END-EXIT
                GO TO C10-NEXT-TOKEN.
           IF TK-KIND (CV-T) EQUAL TO "L"
                GO TO C80-STATEMENT.
           IF CV-WORK EQUAL TO "IF"
                GO TO C40-IF.
           IF CV-WORK EQUAL TO "ELSE" OR CV-WORK EQUAL TO "OTHERWISE"
                GO TO C50-ELSE.
           IF CV-WORK EQUAL TO "NEXT"
                GO TO C55-NEXT-SENTENCE.
           IF CV-WORK EQUAL TO "GO"
                GO TO C60-GO-TO.
           IF CV-WORK EQUAL TO "STOP"
                GO TO C70-STOP.
           IF CV-WORK EQUAL TO "EXIT"
                GO TO C72-EXIT.
           IF CV-WORK EQUAL TO "GOBACK"
                MOVE CV-T TO CV-U
                GO TO C71-END-STATEMENT.
           IF CV-WORK EQUAL TO "THEN"
                GO TO C10-NEXT-TOKEN.
           GO TO C80-STATEMENT.

       C20-PARAGRAPH.
           PERFORM C35-SENTENCE-END THRU C39-SENTENCE-END-EXIT.
           IF PA-COUNT NOT LESS THAN 050
                MOVE CVF-PARAS TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO C99-COMPILE-EXIT.
           ADD 001 TO PA-COUNT.
           MOVE PA-COUNT TO CV-CUR-PA.
           MOVE CV-WORK TO PA-NAME (PA-COUNT).
           MOVE CV-T TO PA-TK (PA-COUNT).
           MOVE SPACE TO PA-EVER (PA-COUNT), PA-FALL-SW (PA-COUNT).
           MOVE "P" TO CV-OP.
           MOVE CV-T TO CV-TS, CV-TE.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           MOVE PA-COUNT TO IN-A (IN-COUNT).
           MOVE IN-COUNT TO PA-IN (PA-COUNT).
           MOVE CV-T TO CV-U.
           ADD 001 TO CV-U.
           IF CV-U NOT GREATER THAN TK-COUNT
                IF TK-TEXT (CV-U) EQUAL TO "SECTION"
                    MOVE CV-U TO CV-T.
           GO TO C10-NEXT-TOKEN.

       C35-SENTENCE-END.
           MOVE IN-COUNT TO CV-Q.
           ADD 001 TO CV-Q.

       C36-CLOSE-IFS.
           IF OS-TOP EQUAL TO ZERO
                GO TO C37-CLOSE-JUMPS.
           MOVE OS-IN (OS-TOP) TO CV-I.
           MOVE CV-Q TO IN-B (CV-I).
           SUBTRACT 001 FROM OS-TOP.
           GO TO C36-CLOSE-IFS.

       C37-CLOSE-JUMPS.
           IF SP-TOP EQUAL TO ZERO
                GO TO C39-SENTENCE-END-EXIT.
           MOVE SP-IN (SP-TOP) TO CV-I.
           MOVE CV-Q TO IN-B (CV-I).
           SUBTRACT 001 FROM SP-TOP.
           GO TO C37-CLOSE-JUMPS.

       C39-SENTENCE-END-EXIT.
           EXIT.

       C40-IF.
           MOVE CV-T TO CV-TS.
           ADD 001 TO CV-TS.
           MOVE CV-TS TO CV-U.
           PERFORM X50-SCAN-END THRU X59-SCAN-END-EXIT.
           MOVE CV-U TO CV-TE.
           SUBTRACT 001 FROM CV-TE.
           IF CV-TE LESS THAN CV-TS
                MOVE CVM-NOCOND TO CVL-MSG
                MOVE CV-T TO CV-MS, CV-ME
                PERFORM L05-LIST-HERE THRU L19-LIST-ITEM-EXIT
                GO TO C10-NEXT-TOKEN.
           MOVE "Y" TO CV-POL.
           IF TK-TEXT (CV-TS) NOT EQUAL TO "NOT"
                GO TO C44-FIND-COND.
           IF CV-TS EQUAL TO CV-TE
                GO TO C44-FIND-COND.
           MOVE CV-TS TO CV-I.

       C42-NOT-SCAN.
           ADD 001 TO CV-I.
           IF CV-I GREATER THAN CV-TE
                MOVE "N" TO CV-POL
                ADD 001 TO CV-TS
                GO TO C44-FIND-COND.
           IF TK-TEXT (CV-I) EQUAL TO "AND"
                OR TK-TEXT (CV-I) EQUAL TO "OR"
                GO TO C44-FIND-COND.
           GO TO C42-NOT-SCAN.

       C44-FIND-COND.
           PERFORM X20-FIND-COND THRU X29-FIND-COND-EXIT.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO C99-COMPILE-EXIT.
           IF OS-TOP NOT LESS THAN 050
                MOVE CVF-DEPTH TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO C99-COMPILE-EXIT.
           MOVE "C" TO CV-OP.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           MOVE CV-C TO IN-A (IN-COUNT).
           MOVE CV-POL TO IN-POL (IN-COUNT).
           ADD 001 TO OS-TOP.
           MOVE IN-COUNT TO OS-IN (OS-TOP).
           MOVE CV-TE TO CV-T.
           GO TO C10-NEXT-TOKEN.

       C50-ELSE.
           IF OS-TOP EQUAL TO ZERO
                MOVE CVM-ELSE TO CVL-MSG
                MOVE CV-T TO CV-MS, CV-ME
                PERFORM L05-LIST-HERE THRU L19-LIST-ITEM-EXIT
                GO TO C10-NEXT-TOKEN.
           PERFORM C57-PUSH-JUMP THRU C59-PUSH-JUMP-EXIT.
           MOVE OS-IN (OS-TOP) TO CV-I.
           MOVE IN-COUNT TO IN-B (CV-I).
           ADD 001 TO IN-B (CV-I).
           SUBTRACT 001 FROM OS-TOP.
           GO TO C10-NEXT-TOKEN.

       C55-NEXT-SENTENCE.
           MOVE CV-T TO CV-U.
           ADD 001 TO CV-U.
           IF CV-U GREATER THAN TK-COUNT
                GO TO C80-STATEMENT.
           IF TK-TEXT (CV-U) NOT EQUAL TO "SENTENCE"
                GO TO C80-STATEMENT.
           PERFORM C57-PUSH-JUMP THRU C59-PUSH-JUMP-EXIT.
           MOVE CV-U TO CV-T.
           GO TO C10-NEXT-TOKEN.

       C57-PUSH-JUMP.
           IF SP-TOP NOT LESS THAN 050
                MOVE CVF-DEPTH TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO C59-PUSH-JUMP-EXIT.
           MOVE "J" TO CV-OP.
           MOVE CV-T TO CV-TS, CV-TE.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           ADD 001 TO SP-TOP.
           MOVE IN-COUNT TO SP-IN (SP-TOP).

       C59-PUSH-JUMP-EXIT.
           EXIT.

       C60-GO-TO.
           MOVE CV-T TO CV-TS.
           MOVE CV-T TO CV-U.
           ADD 001 TO CV-U.
           IF CV-U NOT GREATER THAN TK-COUNT
                IF TK-TEXT (CV-U) EQUAL TO "TO"
                    ADD 001 TO CV-U.
           IF CV-U GREATER THAN TK-COUNT
                GO TO C62-GO-NOWHERE.
           IF TK-KIND (CV-U) NOT EQUAL TO "W"
                GO TO C62-GO-NOWHERE.
           MOVE TK-TEXT (CV-U) TO CV-VWORD.
           PERFORM X40-IS-VERB THRU X49-IS-VERB-EXIT.
           IF CV-VERB-SW EQUAL TO "1"
                GO TO C62-GO-NOWHERE.
           MOVE CV-U TO CV-TE.
           ADD 001 TO CV-U.
           PERFORM X50-SCAN-END THRU X59-SCAN-END-EXIT.
           MOVE CV-TE TO CV-Q.
           ADD 001 TO CV-Q.
           IF CV-U NOT EQUAL TO CV-Q
                GO TO C64-GO-DEPENDING.
           PERFORM X25-FIND-ACTION THRU X29A-FIND-ACTION-EXIT.
           MOVE "G" TO CV-OP.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           MOVE CV-A TO IN-A (IN-COUNT).
           MOVE CV-TE TO CV-T.
           GO TO C10-NEXT-TOKEN.

       C62-GO-NOWHERE.
           MOVE CV-U TO CV-TE.
           SUBTRACT 001 FROM CV-TE.
           MOVE CVM-ALTGO TO CVL-MSG.
           MOVE CV-TS TO CV-MS.
           MOVE CV-TE TO CV-ME.
           PERFORM L05-LIST-HERE THRU L19-LIST-ITEM-EXIT.
           PERFORM X25-FIND-ACTION THRU X29A-FIND-ACTION-EXIT.
           MOVE "S" TO CV-OP.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           MOVE CV-A TO IN-A (IN-COUNT).
           MOVE CV-TE TO CV-T.
           GO TO C10-NEXT-TOKEN.

       C64-GO-DEPENDING.
           MOVE CV-U TO CV-TE.
           SUBTRACT 001 FROM CV-TE.
           MOVE CVM-DEPND TO CVL-MSG.
           MOVE CV-TS TO CV-MS.
           MOVE CV-TE TO CV-ME.
           PERFORM L05-LIST-HERE THRU L19-LIST-ITEM-EXIT.
           PERFORM X25-FIND-ACTION THRU X29A-FIND-ACTION-EXIT.
           MOVE "A" TO CV-OP.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           MOVE CV-A TO IN-A (IN-COUNT).
           MOVE CV-TE TO CV-T.
           GO TO C10-NEXT-TOKEN.

       C70-STOP.
           MOVE CV-T TO CV-U.
           ADD 001 TO CV-U.
           IF CV-U GREATER THAN TK-COUNT
                GO TO C80-STATEMENT.
           IF TK-TEXT (CV-U) NOT EQUAL TO "RUN"
                GO TO C80-STATEMENT.

       C71-END-STATEMENT.
           MOVE CV-T TO CV-TS.
           MOVE CV-U TO CV-TE.
           PERFORM X25-FIND-ACTION THRU X29A-FIND-ACTION-EXIT.
           MOVE "S" TO CV-OP.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           MOVE CV-A TO IN-A (IN-COUNT).
           MOVE CV-TE TO CV-T.
           GO TO C10-NEXT-TOKEN.

       C72-EXIT.
           MOVE CV-T TO CV-U.
           ADD 001 TO CV-U.
           IF CV-U NOT GREATER THAN TK-COUNT
                IF TK-TEXT (CV-U) EQUAL TO "PROGRAM"
                    GO TO C71-END-STATEMENT.
           GO TO C10-NEXT-TOKEN.
                               NOTE A PLAIN EXIT DOES NOTHING.

       C80-STATEMENT.
           MOVE CV-T TO CV-TS.
           MOVE CV-T TO CV-U.
           ADD 001 TO CV-U.
           PERFORM X50-SCAN-END THRU X59-SCAN-END-EXIT.
           MOVE CV-U TO CV-TE.
           SUBTRACT 001 FROM CV-TE.
           MOVE TK-TEXT (CV-TE) TO CV-VWORD.
           IF CV-VWORD EQUAL TO "END" OR CV-VWORD EQUAL TO "ERROR"
                OR CV-VWORD EQUAL TO "KEY"
                OR CV-VWORD EQUAL TO "OVERFLOW"
                OR CV-VWORD EQUAL TO "EXCEPTION"
                GO TO C84-WHOLE-STATEMENT.

       C82-STATEMENT-TYPE.
           MOVE SPACE TO CV-STYPE.
           MOVE TK-TEXT (CV-TS) TO CV-VWORD.
           IF CV-VWORD EQUAL TO "PERFORM" OR CV-VWORD EQUAL TO "CALL"
                MOVE "P" TO CV-STYPE.
           IF CV-VWORD EQUAL TO "ALTER"
                MOVE CVM-ALTER TO CVL-MSG
                MOVE CV-TS TO CV-MS
                MOVE CV-TE TO CV-ME
                PERFORM L05-LIST-HERE THRU L19-LIST-ITEM-EXIT.
           MOVE ZERO TO CV-VERB-SW.
           IF TK-KIND (CV-TS) EQUAL TO "W"
                PERFORM X40-IS-VERB THRU X49-IS-VERB-EXIT.
           IF CV-VERB-SW NOT EQUAL TO "1"
                MOVE CVM-UNKN TO CVL-MSG
                MOVE CV-TS TO CV-MS
                MOVE CV-TE TO CV-ME
                PERFORM L05-LIST-HERE THRU L19-LIST-ITEM-EXIT.
           PERFORM X25-FIND-ACTION THRU X29A-FIND-ACTION-EXIT.
           MOVE "A" TO CV-OP.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           MOVE CV-A TO IN-A (IN-COUNT).
           MOVE CV-STYPE TO IN-TYPE (IN-COUNT).
           MOVE CV-TE TO CV-T.
           GO TO C10-NEXT-TOKEN.
                               NOTE AN AT END, INVALID KEY, SIZE
                                 ERROR OR OVERFLOW PHRASE CARRIES
                                 ITS OWN STATEMENTS - THE WHOLE
                                 STATEMENT TO THE PERIOD OR ELSE
                                 IS KEPT AS ONE ACTION.

       C84-WHOLE-STATEMENT.
           IF CV-U GREATER THAN TK-COUNT
                GO TO C86-WHOLE-END.
           IF TK-KIND (CV-U) EQUAL TO "P" OR TK-KIND (CV-U) EQUAL
                TO "H"
                GO TO C86-WHOLE-END.
           IF TK-KIND (CV-U) EQUAL TO "W"
                AND TK-TEXT (CV-U) EQUAL TO "ELSE"
                GO TO C86-WHOLE-END.
           IF TK-KIND (CV-U) EQUAL TO "W"
                AND TK-TEXT (CV-U) EQUAL TO "OTHERWISE"
                GO TO C86-WHOLE-END.
           ADD 001 TO CV-U.
           GO TO C84-WHOLE-STATEMENT.

       C86-WHOLE-END.
           MOVE CV-U TO CV-TE.
           SUBTRACT 001 FROM CV-TE.
           MOVE CVM-WHOLE TO CVL-MSG.
           MOVE CV-TS TO CV-MS.
           MOVE CV-TE TO CV-ME.
           PERFORM L05-LIST-HERE THRU L19-LIST-ITEM-EXIT.
           GO TO C82-STATEMENT-TYPE.

       C90-COMPILE-END.
           PERFORM C35-SENTENCE-END THRU C39-SENTENCE-END-EXIT.
           MOVE "E" TO CV-OP.
           MOVE TK-COUNT TO CV-TS, CV-TE.
           PERFORM X10-EMIT THRU X19-EMIT-EXIT.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO C99-COMPILE-EXIT.
           IF CD-COUNT EQUAL TO ZERO
                MOVE CVF-NOIF TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO C99-COMPILE-EXIT.
           MOVE ZERO TO CV-I.
                               NOTE EACH GO TO IS POINTED AT THE
                                 ENTRY OF ITS PARAGRAPH, OR LEFT
                                 ZERO WHEN IT LEAVES THE RANGE.

       C92-RESOLVE-LOOP.
           ADD 001 TO CV-I.
           IF CV-I GREATER THAN IN-COUNT
                GO TO C99-COMPILE-EXIT.
           IF IN-OP (CV-I) NOT EQUAL TO "G"
                GO TO C92-RESOLVE-LOOP.
           MOVE IN-TE (CV-I) TO CV-U.
           MOVE ZERO TO CV-K.

       C94-RESOLVE-FIND.
           ADD 001 TO CV-K.
           IF CV-K GREATER THAN PA-COUNT
                GO TO C92-RESOLVE-LOOP.
           IF PA-NAME (CV-K) NOT EQUAL TO TK-TEXT (CV-U)
                GO TO C94-RESOLVE-FIND.
           MOVE PA-IN (CV-K) TO IN-B (CV-I).
           GO TO C92-RESOLVE-LOOP.

       C99-COMPILE-EXIT.
           EXIT.

                NOTE *** D00 WALKS EVERY PATH FROM THE FIRST
               *  PARAGRAPH - EACH WALK REPLAYS THE CHOICES OF THE
               *  LAST ONE AND TAKES THE Y ENTRY AT A NEW TEST,
               *  THEN THE LAST Y CHOICE IS TURNED TO N FOR THE
               *  NEXT WALK, SO THE PATHS COME OUT IN DEPTH FIRST
               *  ORDER AND THE PATH TAKING EVERY FALSE BRANCH IS
               *  LAST - A TEST ALREADY DECIDED ON THE PATH IS
               *  NOT A CHOICE, ITS OTHER BRANCH IS DEAD - A PATH
               *  ENDS AT A GO TO OUT OF THE RANGE OR BACK ONTO
               *  THE PATH, A STOP RUN, OR THE END OF THE RANGE,
               *  AND IS STORED AS A RULE - A STATEMENT DONE TWICE
               *  ON ONE PATH GETS A SECOND ROW OF THE SAME TEXT.

       D00-WALK-PATHS.
           MOVE ZERO TO CH-DEPTH, RU-COUNT, CV-FOUT-SW.

       D10-WALK-START.
           MOVE ZERO TO CH-POS, PT-COUNT, CV-C, CV-K.

       D12-CLEAR-VALUES.
           ADD 001 TO CV-C.
           IF CV-C NOT GREATER THAN CD-COUNT
                MOVE SPACE TO PV-VAL (CV-C)
                GO TO D12-CLEAR-VALUES.

       D14-CLEAR-VISITS.
           ADD 001 TO CV-K.
           IF CV-K NOT GREATER THAN PA-COUNT
                MOVE SPACE TO PA-VISIT (CV-K)
                GO TO D14-CLEAR-VISITS.
           MOVE 001 TO CV-PC.
           MOVE "1" TO CV-XFER-SW.

       D20-STEP.
           MOVE IN-OP (CV-PC) TO CV-OP.
           IF CV-OP EQUAL TO "P"
                GO TO D30-PARAGRAPH.
           IF CV-OP EQUAL TO "C"
                GO TO D40-TEST.
           IF CV-OP EQUAL TO "J"
                MOVE IN-B (CV-PC) TO CV-PC
                GO TO D20-STEP.
           IF CV-OP EQUAL TO "A"
                GO TO D50-ACTION.
           IF CV-OP EQUAL TO "G"
                GO TO D60-GO-TO.
           IF CV-OP EQUAL TO "S"
                GO TO D70-STOP.
           GO TO D75-FALL-OUT.

       D30-PARAGRAPH.
           MOVE IN-A (CV-PC) TO CV-K.
           IF CV-XFER-SW EQUAL TO "1"
                GO TO D32-ENTER.
           IF PA-VISIT (CV-K) EQUAL TO "1"
                GO TO D34-FALL-LOOP.
           IF PA-FALL-SW (CV-K) EQUAL TO "1"
                GO TO D32-ENTER.
           MOVE "1" TO PA-FALL-SW (CV-K).
           MOVE CVM-FALL TO CVL-MSG.
           MOVE CV-K TO CV-MP.
           MOVE PA-TK (CV-K) TO CV-MS.
           MOVE TK-LINE (CV-MS) TO CV-ML.
           MOVE ZERO TO CV-MS, CV-ME.
           PERFORM L10-LIST-ITEM THRU L19-LIST-ITEM-EXIT.

       D32-ENTER.
           MOVE ZERO TO CV-XFER-SW.
           MOVE "1" TO PA-VISIT (CV-K), PA-EVER (CV-K).
           ADD 001 TO CV-PC.
           GO TO D20-STEP.

       D34-FALL-LOOP.
           IF IN-LISTED (CV-PC) NOT EQUAL TO "1"
                MOVE "1" TO IN-LISTED (CV-PC)
                MOVE CVM-LOOP TO CVL-MSG
                MOVE CV-PC TO CV-MI
                PERFORM L00-LIST-INSTR THRU L19-LIST-ITEM-EXIT.
           GO TO D90-PATH-END.

       D40-TEST.
           MOVE IN-A (CV-PC) TO CV-C.
           PERFORM D45-AHEAD-CHECK THRU D49-AHEAD-CHECK-EXIT.
           IF PV-VAL (CV-C) EQUAL TO SPACE
                GO TO D41-FREE-TEST.
           MOVE PV-VAL (CV-C) TO CV-V.
           IF IN-LISTED (CV-PC) EQUAL TO "1"
                GO TO D43-BRANCH.
           MOVE "1" TO IN-LISTED (CV-PC).
           MOVE CVM-DEAD TO CVL-MSG.
           MOVE CV-PC TO CV-MI.
           PERFORM L00-LIST-INSTR THRU L19-LIST-ITEM-EXIT.
           GO TO D43-BRANCH.

       D41-FREE-TEST.
           IF CH-POS LESS THAN CH-DEPTH
                ADD 001 TO CH-POS
                MOVE CH-VAL (CH-POS) TO CV-V
                GO TO D42-SET-VALUE.
           ADD 001 TO CH-DEPTH.
           MOVE CH-DEPTH TO CH-POS.
           MOVE "Y" TO CH-VAL (CH-DEPTH), CV-V.

       D42-SET-VALUE.
           MOVE CV-V TO PV-VAL (CV-C).

       D43-BRANCH.
           IF CV-V EQUAL TO IN-POL (CV-PC)
                ADD 001 TO CV-PC
                GO TO D20-STEP.
           MOVE IN-B (CV-PC) TO CV-PC.
           GO TO D20-STEP.
                               NOTE A PERFORM OR CALL, OR A
                                 STATEMENT NAMING A DATA-NAME THE
                                 TEST NAMES, AHEAD OF THE TEST ON
                                 THE SAME PATH MAY CHANGE WHAT THE
                                 TEST SEES - THE TABLE TESTS
                                 EVERYTHING BEFORE ANY ACTION.

       D45-AHEAD-CHECK.
           MOVE ZERO TO CV-J.

       D46-AHEAD-LOOP.
           ADD 001 TO CV-J.
           IF CV-J GREATER THAN PT-COUNT
                GO TO D49-AHEAD-CHECK-EXIT.
           MOVE PT-IN (CV-J) TO CV-MI.
           IF IN-LISTED (CV-MI) EQUAL TO "1"
                GO TO D46-AHEAD-LOOP.
           IF IN-TYPE (CV-MI) EQUAL TO "P"
                MOVE CVM-PERF TO CVL-MSG
                GO TO D48-AHEAD-LIST.
           MOVE IN-TS (CV-MI) TO CV-TS.
           MOVE IN-TE (CV-MI) TO CV-TE.
           MOVE CD-TS (CV-C) TO CV-RS.
           MOVE CD-TE (CV-C) TO CV-RE.
           PERFORM X60-SHARED-NAME THRU X69-SHARED-NAME-EXIT.
           IF CV-SAME-SW NOT EQUAL TO "1"
                GO TO D46-AHEAD-LOOP.
           MOVE CVM-CHG TO CVL-MSG.

       D48-AHEAD-LIST.
           MOVE "1" TO IN-LISTED (CV-MI).
           PERFORM L00-LIST-INSTR THRU L19-LIST-ITEM-EXIT.
           GO TO D46-AHEAD-LOOP.

       D49-AHEAD-CHECK-EXIT.
           EXIT.

       D50-ACTION.
           PERFORM D55-PATH-ACTION THRU D59-PATH-ACTION-EXIT.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO D99-WALK-PATHS-EXIT.
           ADD 001 TO CV-PC.
           GO TO D20-STEP.

       D55-PATH-ACTION.
           IF PT-COUNT NOT LESS THAN 040
                MOVE CVF-PATH TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO D59-PATH-ACTION-EXIT.
           MOVE IN-A (CV-PC) TO CV-A.
           PERFORM X70-IN-PATH THRU X79-IN-PATH-EXIT.
           IF CV-SAME-SW NOT EQUAL TO "1"
                GO TO D58-APPEND.
           MOVE AC-TS (CV-A) TO CV-TS.
           MOVE AC-TE (CV-A) TO CV-TE.
           MOVE ZERO TO CV-A.
                               NOTE THE ROW IS ALREADY ON THIS
                                 PATH - USE A ROW OF THE SAME TEXT
                                 NOT ON IT, OR ADD ONE.

       D56-TWIN-LOOP.
           ADD 001 TO CV-A.
           IF CV-A GREATER THAN AC-COUNT
                GO TO D57-TWIN-NEW.
           MOVE AC-TS (CV-A) TO CV-RS.
           MOVE AC-TE (CV-A) TO CV-RE.
           PERFORM X30-SAME-TEXT THRU X39-SAME-TEXT-EXIT.
           IF CV-SAME-SW NOT EQUAL TO "1"
                GO TO D56-TWIN-LOOP.
           PERFORM X70-IN-PATH THRU X79-IN-PATH-EXIT.
           IF CV-SAME-SW EQUAL TO "1"
                GO TO D56-TWIN-LOOP.
           GO TO D58-APPEND.

       D57-TWIN-NEW.
           IF AC-COUNT NOT LESS THAN 099
                MOVE CVF-ACTNS TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO D59-PATH-ACTION-EXIT.
           ADD 001 TO AC-COUNT.
           MOVE AC-COUNT TO CV-A.
           MOVE CV-TS TO AC-TS (CV-A).
           MOVE CV-TE TO AC-TE (CV-A).

       D58-APPEND.
           ADD 001 TO PT-COUNT.
           MOVE CV-A TO PT-ACT (PT-COUNT).
           MOVE CV-PC TO PT-IN (PT-COUNT).

       D59-PATH-ACTION-EXIT.
           EXIT.

       D60-GO-TO.
           MOVE IN-B (CV-PC) TO CV-Q.
           IF CV-Q EQUAL TO ZERO
                GO TO D70-STOP.
           MOVE IN-A (CV-Q) TO CV-K.
           IF PA-VISIT (CV-K) NOT EQUAL TO "1"
                MOVE CV-Q TO CV-PC
                MOVE "1" TO CV-XFER-SW
                GO TO D20-STEP.
           IF IN-LISTED (CV-PC) NOT EQUAL TO "1"
                MOVE "1" TO IN-LISTED (CV-PC)
                MOVE CVM-LOOP TO CVL-MSG
                MOVE CV-PC TO CV-MI
                PERFORM L00-LIST-INSTR THRU L19-LIST-ITEM-EXIT.

       D70-STOP.
           PERFORM D55-PATH-ACTION THRU D59-PATH-ACTION-EXIT.
           IF CV-FATAL-SW EQUAL TO "1"
                GO TO D99-WALK-PATHS-EXIT.
           GO TO D90-PATH-END.

       D75-FALL-OUT.
           IF CV-FOUT-SW EQUAL TO "1"
                GO TO D90-PATH-END.
           MOVE "1" TO CV-FOUT-SW.
           MOVE CVM-FOUT TO CVL-MSG.
           MOVE IN-PA (CV-PC) TO CV-MP.
           MOVE IN-TS (CV-PC) TO CV-MS.
           MOVE TK-LINE (CV-MS) TO CV-ML.
           MOVE ZERO TO CV-MS, CV-ME.
           PERFORM L10-LIST-ITEM THRU L19-LIST-ITEM-EXIT.

       D90-PATH-END.
           IF RU-COUNT NOT LESS THAN 100
                MOVE CVF-RULES TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO D99-WALK-PATHS-EXIT.
           ADD 001 TO RU-COUNT.
           MOVE ZERO TO CV-C.

       D91-STORE-CONDS.
           ADD 001 TO CV-C.
           IF CV-C NOT GREATER THAN CD-COUNT
                MOVE PV-VAL (CV-C) TO RU-C (RU-COUNT, CV-C)
                GO TO D91-STORE-CONDS.
           MOVE ZERO TO CV-A.

       D92-CLEAR-ACTNS.
           ADD 001 TO CV-A.
           IF CV-A NOT GREATER THAN 099
                MOVE ZERO TO RU-A (RU-COUNT, CV-A)
                GO TO D92-CLEAR-ACTNS.
           MOVE ZERO TO CV-J.

       D93-STORE-ACTNS.
           ADD 001 TO CV-J.
           IF CV-J GREATER THAN PT-COUNT
                GO TO D95-BACK-UP.
           MOVE PT-ACT (CV-J) TO CV-A.
           MOVE CV-J TO RU-A (RU-COUNT, CV-A).
           GO TO D93-STORE-ACTNS.

       D95-BACK-UP.
           IF CH-DEPTH EQUAL TO ZERO
                GO TO D98-WALK-DONE.
           IF CH-VAL (CH-DEPTH) EQUAL TO "N"
                SUBTRACT 001 FROM CH-DEPTH
                GO TO D95-BACK-UP.
           MOVE "N" TO CH-VAL (CH-DEPTH).
           GO TO D10-WALK-START.

       D98-WALK-DONE.
           IF RU-COUNT LESS THAN 002
                MOVE CVF-ONEPATH TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT.

       D99-WALK-PATHS-EXIT.
           EXIT.

       E00-UNREACHED.
           MOVE ZERO TO CV-K.

       E10-UNREACHED-LOOP.
           ADD 001 TO CV-K.
           IF CV-K GREATER THAN PA-COUNT
                GO TO E99-UNREACHED-EXIT.
           IF PA-EVER (CV-K) EQUAL TO "1"
                GO TO E10-UNREACHED-LOOP.
           MOVE CVM-UNRC TO CVL-MSG.
           MOVE CV-K TO CV-MP.
           MOVE PA-TK (CV-K) TO CV-MS.
           MOVE TK-LINE (CV-MS) TO CV-ML.
           MOVE ZERO TO CV-MS, CV-ME.
           PERFORM L10-LIST-ITEM THRU L19-LIST-ITEM-EXIT.
           GO TO E10-UNREACHED-LOOP.

       E99-UNREACHED-EXIT.
           EXIT.

                NOTE *** F00 PUNCHES THE DECK IN THE DOPT NDK
               *  LAYOUT - HEADER, RL CARDS WITH THE RULE MARKS (E
               *  FOR THE ELSE COLUMN, THE LAST PATH), THE USED
               *  CONDITION ROWS WITH THEIR Y AND N ENTRIES, THE
               *  USED ACTION ROWS WITH THEIR EXECUTION POSITIONS
               *  AND THE TEND CARD - A STUB IS WRAPPED BETWEEN
               *  WORDS ONTO UP TO 5 CARDS.

       F00-WRITE-DECK.
           MOVE RU-COUNT TO DK-NRULES.
           SUBTRACT 001 FROM DK-NRULES.
           MOVE DK-NRULES TO DK-NCOLS.
           ADD 001 TO DK-NCOLS.
           MOVE DK-NCOLS TO DK-TCOLS.
           ADD 001 TO DK-TCOLS.
           COMPUTE DK-MCARDS = (DK-TCOLS + 15) / 16.
           MOVE ZERO TO DK-NCONDS, DK-NACTNS, CV-C, CV-A.

       F02-COUNT-CONDS.
           ADD 001 TO CV-C.
           IF CV-C GREATER THAN CD-COUNT
                GO TO F04-COUNT-ACTNS.
           MOVE ZERO TO CD-ROW (CV-C), CV-R.

       F03-COND-USE.
           ADD 001 TO CV-R.
           IF CV-R GREATER THAN DK-NRULES
                GO TO F02-COUNT-CONDS.
           IF RU-C (CV-R, CV-C) EQUAL TO SPACE
                GO TO F03-COND-USE.
           ADD 001 TO DK-NCONDS.
           MOVE DK-NCONDS TO CD-ROW (CV-C).
           GO TO F02-COUNT-CONDS.

       F04-COUNT-ACTNS.
           ADD 001 TO CV-A.
           IF CV-A GREATER THAN AC-COUNT
                GO TO F10-HEADER.
           MOVE ZERO TO AC-ROW (CV-A), CV-R.

       F05-ACTN-USE.
           ADD 001 TO CV-R.
           IF CV-R GREATER THAN DK-NCOLS
                GO TO F04-COUNT-ACTNS.
           IF RU-A (CV-R, CV-A) EQUAL TO ZERO
                GO TO F05-ACTN-USE.
           ADD 001 TO DK-NACTNS.
           MOVE DK-NACTNS TO AC-ROW (CV-A).
           GO TO F04-COUNT-ACTNS.

       F10-HEADER.
           MOVE SPACES TO DK-CARD.
           MOVE "DETAP" TO DK-HDR-IDENT.
           MOVE CV-TNAME TO DK-HDR-NAME.
           MOVE CV-TBLNO TO DK-HDR-TBLNO.
           MOVE DK-NCONDS TO DK-HDR-CONDS.
           MOVE DK-NACTNS TO DK-HDR-ACTNS.
           MOVE DK-NRULES TO DK-HDR-RULES.
           PERFORM F92-DECK-PUT.
           MOVE "RL1" TO DK-CTL3.
           PERFORM F92-DECK-PUT.
           MOVE "RL2" TO DK-CTL3.
           PERFORM F92-DECK-PUT.
           MOVE ZERO TO DK-M.

       F12-MARK-CARDS.
           ADD 001 TO DK-M.
           IF DK-M GREATER THAN DK-MCARDS
                GO TO F30-COND-ROWS.
           MOVE SPACE TO DK-CBODY.
           MOVE ZERO TO DK-K.

       F14-MARK-LOOP.
           ADD 001 TO DK-K.
           IF DK-K GREATER THAN DK-TCOLS
                GO TO F16-MARK-PUT.
           PERFORM F94-COL-POS.
           IF DK-S NOT EQUAL TO DK-M
                GO TO F14-MARK-LOOP.
           IF DK-K EQUAL TO DK-TCOLS
                MOVE "$" TO DK-CC (DK-P)
                GO TO F14-MARK-LOOP.
           IF DK-K GREATER THAN DK-NRULES
                MOVE "E" TO DK-CC (DK-P)
                GO TO F14-MARK-LOOP.
           MOVE DK-K TO DK-NUM3.
           MOVE DK-NUM3-C (3) TO DK-CC (DK-P).
           GO TO F14-MARK-LOOP.

       F16-MARK-PUT.
           MOVE "RL1" TO DK-CTL3.
           PERFORM F90-DECK-PUT-KEEP.
           MOVE "RL2" TO DK-CTL3.
           PERFORM F92-DECK-PUT.
           GO TO F12-MARK-CARDS.

       F30-COND-ROWS.
           MOVE ZERO TO CV-C.

       F32-COND-LOOP.
           ADD 001 TO CV-C.
           IF CV-C GREATER THAN CD-COUNT
                GO TO F50-ACTN-ROWS.
           IF CD-ROW (CV-C) EQUAL TO ZERO
                GO TO F32-COND-LOOP.
           MOVE SPACE TO DK-CBODY.
           MOVE "C" TO DK-CC (1).
           MOVE CD-TS (CV-C) TO CV-TS.
           MOVE CD-TE (CV-C) TO CV-TE.
           PERFORM F80-STUB-LINES THRU F89-STUB-LINES-EXIT.
           MOVE ZERO TO DK-M.

       F34-COND-CARDS.
           ADD 001 TO DK-M.
           IF DK-M GREATER THAN DK-MCARDS
                GO TO F32-COND-LOOP.
           MOVE SPACE TO DK-CBODY.
           MOVE "R" TO DK-CC (1).
           MOVE ZERO TO DK-K.

       F36-COND-ENT-LOOP.
           ADD 001 TO DK-K.
           IF DK-K GREATER THAN DK-NRULES
                PERFORM F92-DECK-PUT
                GO TO F34-COND-CARDS.
           PERFORM F94-COL-POS.
           IF DK-S NOT EQUAL TO DK-M
                GO TO F36-COND-ENT-LOOP.
           MOVE RU-C (DK-K, CV-C) TO DK-CC (DK-P).
           GO TO F36-COND-ENT-LOOP.

       F50-ACTN-ROWS.
           MOVE ZERO TO CV-A.

       F52-ACTN-LOOP.
           ADD 001 TO CV-A.
           IF CV-A GREATER THAN AC-COUNT
                GO TO F70-TEND.
           IF AC-ROW (CV-A) EQUAL TO ZERO
                GO TO F52-ACTN-LOOP.
           MOVE SPACE TO DK-CBODY.
           MOVE "A" TO DK-CC (1).
           MOVE AC-TS (CV-A) TO CV-TS.
           MOVE AC-TE (CV-A) TO CV-TE.
           PERFORM F80-STUB-LINES THRU F89-STUB-LINES-EXIT.
           MOVE ZERO TO DK-M.

       F54-ACTN-CARDS.
           ADD 001 TO DK-M.
           IF DK-M GREATER THAN DK-MCARDS
                GO TO F52-ACTN-LOOP.
           MOVE SPACE TO DK-CBODY.
           MOVE "R" TO DK-CC (1).
           MOVE ZERO TO DK-K.

       F56-ACTN-ENT-LOOP.
           ADD 001 TO DK-K.
           IF DK-K GREATER THAN DK-NCOLS
                PERFORM F92-DECK-PUT
                GO TO F54-ACTN-CARDS.
           PERFORM F94-COL-POS.
           IF DK-S NOT EQUAL TO DK-M
                GO TO F56-ACTN-ENT-LOOP.
           MOVE RU-A (DK-K, CV-A) TO DK-V.
           IF DK-V EQUAL TO ZERO
                GO TO F56-ACTN-ENT-LOOP.
           PERFORM F96-PUT-NUMBER THRU F96X-PUT-NUMBER-EXIT.
           GO TO F56-ACTN-ENT-LOOP.

       F70-TEND.
           MOVE SPACE TO DK-CBODY.
           MOVE "TEND." TO DK-CTL5.
           PERFORM F92-DECK-PUT.
           GO TO F99-WRITE-DECK-EXIT.

       F80-STUB-LINES.
           MOVE SPACES TO CV-LN.
           MOVE ZERO TO CV-LP, CV-NLINES.
           MOVE CV-TS TO CV-X1.
           SUBTRACT 001 FROM CV-X1.

       F82-STUB-TOKEN.
           ADD 001 TO CV-X1.
           IF CV-X1 GREATER THAN CV-TE
                PERFORM F97-STUB-PUT
                GO TO F89-STUB-LINES-EXIT.
           MOVE TK-LEN (CV-X1) TO CV-L.
           MOVE CV-LP TO CV-N1.
           ADD CV-L TO CV-N1.
           IF CV-LP GREATER THAN ZERO
                ADD 001 TO CV-N1.
           IF CV-N1 NOT GREATER THAN 060
                GO TO F84-STUB-COPY.
           PERFORM F97-STUB-PUT.
           IF CV-NLINES NOT LESS THAN 005
                GO TO F87-STUB-CUT.

       F84-STUB-COPY.
           IF CV-LP GREATER THAN ZERO
                ADD 001 TO CV-LP.
           MOVE TK-TEXT (CV-X1) TO CV-WORK.
           MOVE ZERO TO CV-X2.

       F85-STUB-CHAR.
           ADD 001 TO CV-X2.
           IF CV-X2 GREATER THAN CV-L
                GO TO F82-STUB-TOKEN.
           ADD 001 TO CV-LP.
           MOVE CV-WORK-C (CV-X2) TO CV-LN-C (CV-LP).
           GO TO F85-STUB-CHAR.

       F87-STUB-CUT.
           MOVE CVM-LONG TO CVL-MSG.
           MOVE ZERO TO CV-MP.
           MOVE CV-TS TO CV-MS.
           MOVE TK-LINE (CV-MS) TO CV-ML.
           MOVE CV-TE TO CV-ME.
           PERFORM L10-LIST-ITEM THRU L19-LIST-ITEM-EXIT.

       F89-STUB-LINES-EXIT.
           EXIT.

       F90-DECK-PUT-KEEP.
           WRITE DECK-RECORD FROM DK-CARD.

       F92-DECK-PUT.
           WRITE DECK-RECORD FROM DK-CARD.
           MOVE SPACE TO DK-CBODY.

                               NOTE COLUMN K SITS ON MARK CARD DK-S
                                 AT CHARACTER DK-P OF THE CARD BODY.
       F94-COL-POS.
           COMPUTE DK-S = (DK-K - 1) / 16 + 1.
           COMPUTE DK-P = (DK-K - ((DK-S - 1) * 16)) * 4 + 1.

       F96-PUT-NUMBER.
           IF DK-V LESS THAN 010
                MOVE DK-V TO DK-NUM3
                MOVE DK-NUM3-C (3) TO DK-CC (DK-P)
                GO TO F96X-PUT-NUMBER-EXIT.
           IF DK-S EQUAL TO 001 AND DK-P EQUAL TO 005
                MOVE "X" TO DK-CC (DK-P)
                GO TO F96X-PUT-NUMBER-EXIT.
           MOVE DK-V TO DK-NUM3.
           SUBTRACT 002 FROM DK-P.
           MOVE DK-NUM3-C (1) TO DK-CC (DK-P).
           ADD 001 TO DK-P.
           MOVE DK-NUM3-C (2) TO DK-CC (DK-P).
           ADD 001 TO DK-P.
           MOVE DK-NUM3-C (3) TO DK-CC (DK-P).

       F96X-PUT-NUMBER-EXIT.
           EXIT.

       F97-STUB-PUT.
           MOVE CV-LN TO DK-STUB-FIELD.
           WRITE DECK-RECORD FROM DK-CARD.
           MOVE SPACE TO DK-CBODY.
           MOVE SPACES TO CV-LN.
           MOVE ZERO TO CV-LP.
           ADD 001 TO CV-NLINES.

       F99-WRITE-DECK-EXIT.
           EXIT.

                NOTE *** L00 LISTS ONE ITEM FOR REVIEW - THE SOURCE
               *  LINE, THE PARAGRAPH AND THE MESSAGE, THEN THE
               *  STATEMENT TEXT WHEN THERE IS ONE - L00 TAKES THEM
               *  FROM AN INSTRUCTION, L05 FROM THE WORDS BEING
               *  COMPILED.

       L00-LIST-INSTR.
           MOVE IN-PA (CV-MI) TO CV-MP.
           MOVE IN-TS (CV-MI) TO CV-MS.
           MOVE IN-TE (CV-MI) TO CV-ME.
           MOVE TK-LINE (CV-MS) TO CV-ML.
           GO TO L10-LIST-ITEM.

       L05-LIST-HERE.
           MOVE CV-CUR-PA TO CV-MP.
           MOVE TK-LINE (CV-MS) TO CV-ML.

       L10-LIST-ITEM.
           ADD 001 TO CV-ITEMS.
           MOVE CV-ML TO CVL-SEQ.
           MOVE SPACES TO CVL-PARA.
           IF CV-MP GREATER THAN ZERO
                MOVE PA-NAME (CV-MP) TO CVL-PARA.
           WRITE LIST-REC FROM CV-ITEM-LINE.
           IF CV-MS EQUAL TO ZERO
                GO TO L19-LIST-ITEM-EXIT.
           MOVE SPACES TO CV-LN.
           MOVE ZERO TO CV-LP.
           MOVE CV-MS TO CV-X1.

       L12-TEXT-TOKEN.
           IF CV-X1 GREATER THAN CV-ME
                GO TO L18-TEXT-PUT.
           IF CV-LP GREATER THAN ZERO
                ADD 001 TO CV-LP.
           MOVE TK-TEXT (CV-X1) TO CV-WORK.
           MOVE ZERO TO CV-X2.

       L14-TEXT-CHAR.
           ADD 001 TO CV-X2.
           IF CV-X2 GREATER THAN TK-LEN (CV-X1)
                ADD 001 TO CV-X1
                GO TO L12-TEXT-TOKEN.
           IF CV-LP NOT LESS THAN 060
                GO TO L18-TEXT-PUT.
           ADD 001 TO CV-LP.
           MOVE CV-WORK-C (CV-X2) TO CV-LN-C (CV-LP).
           GO TO L14-TEXT-CHAR.

       L18-TEXT-PUT.
           MOVE CV-LN TO CVT-TEXT.
           WRITE LIST-REC FROM CV-TEXT-LINE.

       L19-LIST-ITEM-EXIT.
           EXIT.

                NOTE *** X10 THRU X99 ARE THE COMMON ROUTINES -
               *  ADD AN INSTRUCTION, FIND OR ADD A CONDITION OR
               *  ACTION ROW BY ITS TEXT, COMPARE TWO WORD RANGES,
               *  CLASS A WORD AS A VERB OR A NOISE WORD, FIND THE
               *  END OF A CONDITION OR STATEMENT, LOOK FOR A
               *  DATA-NAME TWO RANGES SHARE, LOOK FOR AN ACTION
               *  ON THE PATH, AND STOP THE CONVERSION.

       X10-EMIT.
           IF IN-COUNT NOT LESS THAN 600
                MOVE CVF-INSTR TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO X19-EMIT-EXIT.
           ADD 001 TO IN-COUNT.
           MOVE CV-OP TO IN-OP (IN-COUNT).
           MOVE SPACE TO IN-TYPE (IN-COUNT), IN-POL (IN-COUNT).
           MOVE SPACE TO IN-LISTED (IN-COUNT).
           MOVE ZERO TO IN-A (IN-COUNT), IN-B (IN-COUNT).
           MOVE CV-TS TO IN-TS (IN-COUNT).
           MOVE CV-TE TO IN-TE (IN-COUNT).
           MOVE CV-CUR-PA TO IN-PA (IN-COUNT).

       X19-EMIT-EXIT.
           EXIT.

       X20-FIND-COND.
           MOVE ZERO TO CV-C.

       X22-COND-LOOP.
           ADD 001 TO CV-C.
           IF CV-C GREATER THAN CD-COUNT
                GO TO X24-COND-NEW.
           MOVE CD-TS (CV-C) TO CV-RS.
           MOVE CD-TE (CV-C) TO CV-RE.
           PERFORM X30-SAME-TEXT THRU X39-SAME-TEXT-EXIT.
           IF CV-SAME-SW NOT EQUAL TO "1"
                GO TO X22-COND-LOOP.
           GO TO X29-FIND-COND-EXIT.

       X24-COND-NEW.
           IF CD-COUNT NOT LESS THAN 050
                MOVE CVF-CONDS TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO X29-FIND-COND-EXIT.
           ADD 001 TO CD-COUNT.
           MOVE CD-COUNT TO CV-C.
           MOVE CV-TS TO CD-TS (CV-C).
           MOVE CV-TE TO CD-TE (CV-C).

       X29-FIND-COND-EXIT.
           EXIT.

       X25-FIND-ACTION.
           MOVE ZERO TO CV-A.

       X26-ACTION-LOOP.
           ADD 001 TO CV-A.
           IF CV-A GREATER THAN AC-COUNT
                GO TO X27-ACTION-NEW.
           MOVE AC-TS (CV-A) TO CV-RS.
           MOVE AC-TE (CV-A) TO CV-RE.
           PERFORM X30-SAME-TEXT THRU X39-SAME-TEXT-EXIT.
           IF CV-SAME-SW NOT EQUAL TO "1"
                GO TO X26-ACTION-LOOP.
           GO TO X29A-FIND-ACTION-EXIT.

       X27-ACTION-NEW.
           IF AC-COUNT NOT LESS THAN 099
                MOVE CVF-ACTNS TO CVF-MSG
                PERFORM X90-FATAL THRU X99-FATAL-EXIT
                GO TO X29A-FIND-ACTION-EXIT.
           ADD 001 TO AC-COUNT.
           MOVE AC-COUNT TO CV-A.
           MOVE CV-TS TO AC-TS (CV-A).
           MOVE CV-TE TO AC-TE (CV-A).

       X29A-FIND-ACTION-EXIT.
           EXIT.

       X30-SAME-TEXT.
           MOVE ZERO TO CV-SAME-SW.
           MOVE CV-TE TO CV-N1.
           SUBTRACT CV-TS FROM CV-N1.
           MOVE CV-RE TO CV-N2.
           SUBTRACT CV-RS FROM CV-N2.
           IF CV-N1 NOT EQUAL TO CV-N2
                GO TO X39-SAME-TEXT-EXIT.
           MOVE CV-TS TO CV-X1.
           MOVE CV-RS TO CV-X2.

       X32-SAME-LOOP.
           IF CV-X1 GREATER THAN CV-TE
                MOVE "1" TO CV-SAME-SW
                GO TO X39-SAME-TEXT-EXIT.
           IF TK-TEXT (CV-X1) NOT EQUAL TO TK-TEXT (CV-X2)
                GO TO X39-SAME-TEXT-EXIT.
           ADD 001 TO CV-X1, CV-X2.
           GO TO X32-SAME-LOOP.

       X39-SAME-TEXT-EXIT.
           EXIT.

       X40-IS-VERB.
           MOVE ZERO TO CV-VERB-SW, CV-VI.

       X42-VERB-LOOP.
           ADD 001 TO CV-VI.
           IF CV-VI GREATER THAN CNV-VERB-MAX
                GO TO X49-IS-VERB-EXIT.
           IF CV-VWORD NOT EQUAL TO CNV-VERB (CV-VI)
                GO TO X42-VERB-LOOP.
           MOVE "1" TO CV-VERB-SW.

       X49-IS-VERB-EXIT.
           EXIT.

       X45-IS-NOISE.
           MOVE ZERO TO CV-NOISE-SW, CV-VI.

       X46-NOISE-LOOP.
           ADD 001 TO CV-VI.
           IF CV-VI GREATER THAN CNV-NOISE-MAX
                GO TO X47-IS-NOISE-EXIT.
           IF CV-VWORD NOT EQUAL TO CNV-NOISE (CV-VI)
                GO TO X46-NOISE-LOOP.
           MOVE "1" TO CV-NOISE-SW.

       X47-IS-NOISE-EXIT.
           EXIT.
                               NOTE A CONDITION OR STATEMENT RUNS
                                 TO THE NEXT VERB, THEN, NEXT
                                 SENTENCE, PERIOD OR PARAGRAPH.

       X50-SCAN-END.
           IF CV-U GREATER THAN TK-COUNT
                GO TO X59-SCAN-END-EXIT.
           IF TK-KIND (CV-U) EQUAL TO "P" OR TK-KIND (CV-U) EQUAL
                TO "H"
                GO TO X59-SCAN-END-EXIT.
           IF TK-KIND (CV-U) EQUAL TO "L"
                GO TO X52-SCAN-NEXT.
           MOVE TK-TEXT (CV-U) TO CV-VWORD.
           IF CV-VWORD EQUAL TO "THEN"
                GO TO X59-SCAN-END-EXIT.
           IF CV-VWORD NOT EQUAL TO "NEXT"
                GO TO X51-SCAN-VERB.
           MOVE CV-U TO CV-Q.
           ADD 001 TO CV-Q.
           IF CV-Q NOT GREATER THAN TK-COUNT
                IF TK-TEXT (CV-Q) EQUAL TO "SENTENCE"
                    GO TO X59-SCAN-END-EXIT.

       X51-SCAN-VERB.
           PERFORM X40-IS-VERB THRU X49-IS-VERB-EXIT.
           IF CV-VERB-SW EQUAL TO "1"
                GO TO X59-SCAN-END-EXIT.

       X52-SCAN-NEXT.
           ADD 001 TO CV-U.
           GO TO X50-SCAN-END.

       X59-SCAN-END-EXIT.
           EXIT.

       X60-SHARED-NAME.
           MOVE ZERO TO CV-SAME-SW.
           MOVE CV-TS TO CV-X1.
           SUBTRACT 001 FROM CV-X1.

       X62-SHARED-LOOP.
           ADD 001 TO CV-X1.
           IF CV-X1 GREATER THAN CV-TE
                GO TO X69-SHARED-NAME-EXIT.
           IF TK-KIND (CV-X1) NOT EQUAL TO "W"
                GO TO X62-SHARED-LOOP.
           MOVE TK-TEXT (CV-X1) TO CV-WORK.
           IF CV-WORK-C (1) IS NOT ALPHABETIC
                GO TO X62-SHARED-LOOP.
           MOVE CV-WORK TO CV-VWORD.
           PERFORM X40-IS-VERB THRU X49-IS-VERB-EXIT.
           IF CV-VERB-SW EQUAL TO "1"
                GO TO X62-SHARED-LOOP.
           PERFORM X45-IS-NOISE THRU X47-IS-NOISE-EXIT.
           IF CV-NOISE-SW EQUAL TO "1"
                GO TO X62-SHARED-LOOP.
           MOVE CV-RS TO CV-X2.

       X64-SHARED-FIND.
           IF CV-X2 GREATER THAN CV-RE
                GO TO X62-SHARED-LOOP.
           IF TK-TEXT (CV-X2) EQUAL TO CV-WORK
                MOVE "1" TO CV-SAME-SW
                GO TO X69-SHARED-NAME-EXIT.
           ADD 001 TO CV-X2.
           GO TO X64-SHARED-FIND.

       X69-SHARED-NAME-EXIT.
           EXIT.

       X70-IN-PATH.
           MOVE ZERO TO CV-SAME-SW, CV-K.

       X72-IN-PATH-LOOP.
           ADD 001 TO CV-K.
           IF CV-K GREATER THAN PT-COUNT
                GO TO X79-IN-PATH-EXIT.
           IF PT-ACT (CV-K) NOT EQUAL TO CV-A
                GO TO X72-IN-PATH-LOOP.
           MOVE "1" TO CV-SAME-SW.

       X79-IN-PATH-EXIT.
           EXIT.

       X90-FATAL.
           MOVE "1" TO CV-FATAL-SW.
           MOVE 012 TO QX.
           WRITE LIST-REC FROM CV-FATAL-LINE.
           DISPLAY "?DETCNV - " CVF-MSG.

       X99-FATAL-EXIT.
           EXIT.
