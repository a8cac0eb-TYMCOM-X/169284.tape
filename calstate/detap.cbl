                    TABLE AND PER PHASE (READ/EDIT, ANALYSIS,
                    CODE PRODUCTION), FOR THE BATCH WINDOW.

           9/07/76- ADDED A STUB DATA DICTIONARY CHECK.  A FILE OF
                    THE HOST PROGRAM DATA-NAMES AND PICTURES (INPUT
                    NAME, EXT DIC) IS READ AT START UP, AND EVERY
                    DATA-NAME IN A CONDITION OR ACTION STUB IS
                    LOOKED UP IN IT - AN UNDEFINED NAME, A QUOTED
                    LITERAL AGAINST A NUMERIC PICTURE AND A LITERAL
                    OR EXTENDED ENTRY LONGER THAN ITS FIELD ARE
                    WARNINGS GIVING TABLE, ROW TYPE AND ROW NUMBER.

           9/08/76- ADDED A DECISION COMPARISON OF REWORKED TABLES.
                    THE HISTORY FILE NOW KEEPS EACH TABLES FULL
                    CONDITION/ACTION MATRIX (H4, H5, H6 RECORDS)
                    AND AT END OF RUN A TABLE WHOSE MATRIX CHANGED
                    IS LINED UP AGAINST THE PRIOR VERSION BY
                    CONDITION STUB TEXT - EVERY Y/N COMBINATION
                    WHERE THE TWO FIRE DIFFERENT ACTIONS OR A
                    DIFFERENT GO TO TABLE IS LISTED, SO A REWORK
                    MEANT TO CHANGE NOTHING CAN BE SIGNED OFF.

           9/09/76- ADDED MULTIPLE HIT TABLES.  AN M IN COLUMN 71 OF
                    THE TABLE HEADER MAKES EVERY RULE THE CASE MEETS
                    FIRE IN RULE ORDER, THE ELSE RULE ONLY WHEN NONE
                    DOES - OVERLAPPING RULES ARE NOT AN ERROR, THE
                    PRODUCED CODE TESTS THE RULES IN TURN, AND THE
                    LISTING, NARRATIVE, TEST DECK, SIMULATION AND
                    DECISION COMPARISON SHOW THE COMBINED ACTIONS.

           9/10/76- ADDED THE STUB DEFINITION LIBRARY.  NAMED C AND
                    A STUBS ARE KEPT ON A DEFINITIONS FILE (EXTENSION
                    DEF) AND A C OR A CARD WHOSE STUB IS =NAME TAKES
                    THE DEFINITION TEXT, LISTED BESIDE THE NAME.  A
                    USE REGISTER (EXTENSION DFU) CARRIES THE
                    DEFINITIONS AND THEIR USING TABLES FROM RUN TO
                    RUN - A CHANGED DEFINITION IS REPORTED WITH ITS
                    USERS AND THEIR SOURCE MEMBERS GO TO A LIBRARY
                    MODE SELECTION FILE (EXTENSION DFS).

           9/11/76- ADDED DOPT PRD, THE PRODUCTION APPROVAL GATE.  AN
                    APPROVAL REGISTER (EXTENSION APR) HOLDS FOR EACH
                    APPROVED TABLE VERSION ITS HISTORY FILE STUB AND
                    MATRIX SIGNATURE, THE APPROVER AND THE DATE.
                    UNDER PRD A TABLE WITH NO MATCHING APPROVAL IS
                    LISTED BUT NOT PUNCHED, ITS AUDIT RECORD IS
                    MARKED H (HELD) AND ITS SIGNATURE IS WRITTEN TO
                    THE PENDING APPROVAL FILE (EXTENSION PND) READY
                    FOR SIGN OFF.  WITHOUT PRD NOTHING CHANGES.

           9/12/76- ADDED A MEMBER RECONCILE MODE.  THE AUDIT
                    RECORD (NOW 140 CHARACTERS) CARRIES A CARD
                    SIGNATURE OF THE TABLES SOURCE CARDS AND OF ITS
                    DOPT MEM MEMBER.  A CONTROL FILE WHOSE FIRST
                    RECORD IS THE WORD RECONCILE (SECOND THE SOURCE
                    LIBRARY NAME) MAKES DETAP READ THE SELECTION
                    LIST, THE SOURCE MEMBERS, THE PUNCHED MEMBERS,
                    THE AUDIT AND HISTORY FILES AND LIST EACH TABLE
                    AS CURRENT, STALE, ORPHANED, NEVER COMPILED OR
                    ALTERED SINCE PUNCHING (EXTENSION RCN), WITH THE
                    SOURCE MEMBERS TO RECOMPILE ON A SELECTION FILE
                    (EXTENSION RCS) FOR ONE LIBRARY MODE RUN.

           9/13/76- ADDED EFFECTIVE DATED TABLE VERSIONS.  AN EFFECT
                    CARD AFTER THE TABLE HEADER (FROM DATE YYMMDD IN
                    COLUMNS 15-20, OPTIONAL THRU DATE IN 22-27, AND
                    THE DATA-NAME OF THE DATE TO TEST IN 29-58) MAKES
                    THE TABLE ONE DATED VERSION OF ITS TABLE NUMBER.
                    THE VERSIONS OF A NUMBER ARE KEYED BACK TO BACK
                    IN DATE ORDER - AN OVERLAP IS TERMINAL, A GAP IS
                    A WARNING.  EACH VERSION IS PUNCHED AS ITS OWN
                    SECTION (NAME-YYMMDD) AND THE GROUP IS CLOSED BY
                    A DATE DISPATCH SECTION UNDER THE TABLE NAME.
                    THE AUDIT RECORD (NOW 153 CHARACTERS), HISTORY
                    FILE AND THE AUDIT, CHANGE AND DECISION REPORTS
                    KEEP EACH DATED VERSION AS AN ENTRY OF ITS OWN.
                    A VERSION NOT PUNCHED (CANCELLED OR HELD) IS LEFT
                    OUT OF THE DISPATCH, AND THE RECONCILE MODE CHECKS
                    EACH DATED VERSION BY ITS FROM DATE.

           9/14/76- ADDED THE END OF RUN DEAD RULE ANALYSIS OF GO TO
                    TABLE CHAINS.  EACH TRANSFER INTO A TABLE CARRIES
                    THE Y OR N ENTRIES OF THE CALLING RULE ONTO THE
                    RECEIVING TABLES CONDITIONS WITH THE SAME STUB
                    TEXT, AND A RULE (OR THE ELSE) THAT EVERY
                    TRANSFER IN RULES OUT IS LISTED AS A WARNING.

           9/15/76- ADDED A SYNTAX CHECK OF THE STUBS BEFORE ANY
                    CODE IS PUNCHED.  EACH CONDITION STUB MUST BE A
                    WELL FORMED COBOL CONDITION AND EACH ACTION STUB
                    A STATEMENT SEQUENCE STARTING WITH A VERB - A
                    STUB THAT IS NOT IS A TERMINAL ERROR GIVING THE
                    TABLE, ROW AND CARD SEQUENCE NUMBER, AND THE
                    TABLE GOES TO THE REJECT DECK.

005000 ENVIRONMENT DIVISION.                                            00  INPT
005010 CONFIGURATION SECTION.                                           00  INPT
005015 SPECIAL-NAMES.  CHANNEL (1) IS TOP-OF-PAGE.                      PDP-10
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  NARR-OUT
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  DICT-FILE
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  DEFS-FILE
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  DEFUSE-FILE
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  DEFSEL-FILE
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  APPROVE-FILE
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  PENDING-FILE
           ASSIGN TO DSK RECORDING MODE IS ASCII.
           SELECT  RECSEL-FILE
           ASSIGN TO DSK RECORDING MODE IS ASCII.
006140                                                                  03  IORT
006142                                                                  03  IORT
010000 DATA DIVISION.                                                   00  INPT
013598 01  TEST-RECORD                 PICTURE X(80).                   03  IORT
013600 FD  AUDIT-FILE                                                   03  IORT
013602     VALUE OF IDENTIFICATION IS AUDIT-ID                          PDP-10  
013604     RECORD CONTAINS 153 CHARACTERS                               03  IORT
013606     DATA RECORD IS AUDIT-RECORD.                                 03  IORT
013608 01  AUDIT-RECORD                PICTURE X(153).                  03  IORT
013610 FD  SELECT-FILE                                                  03  IORT
013612     VALUE OF IDENTIFICATION IS SEL-ID                            PDP-10  
013614     RECORD CONTAINS 80 CHARACTERS                                03  IORT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NARR-RECORD.
       01  NARR-RECORD                 PICTURE X(80).
       FD  DICT-FILE
           VALUE OF IDENTIFICATION IS DICT-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DICT-RECORD.
       01  DICT-RECORD                 PICTURE X(80).
       FD  DEFS-FILE
           VALUE OF IDENTIFICATION IS DEFS-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEFS-RECORD.
       01  DEFS-RECORD                 PICTURE X(80).
       FD  DEFUSE-FILE
           VALUE OF IDENTIFICATION IS DFU-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEFUSE-RECORD.
       01  DEFUSE-RECORD               PICTURE X(80).
       FD  DEFSEL-FILE
           VALUE OF IDENTIFICATION IS DFS-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEFSEL-RECORD.
       01  DEFSEL-RECORD               PICTURE X(80).
       FD  APPROVE-FILE
           VALUE OF IDENTIFICATION IS APV-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS APPROVE-RECORD.
       01  APPROVE-RECORD              PICTURE X(80).
       FD  PENDING-FILE
           VALUE OF IDENTIFICATION IS PND-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PENDING-RECORD.
       01  PENDING-RECORD              PICTURE X(80).
       FD  RECSEL-FILE
           VALUE OF IDENTIFICATION IS RCS-ID
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RECSEL-RECORD.
       01  RECSEL-RECORD               PICTURE X(80).
020000 WORKING-STORAGE SECTION.                                         00  INPT
020005 77  VERS-LEVEL-DT               PICTURE X(24)                    00  INPT
020006                         VALUE " DETAP/IMI V4-1 08/25/72".        00  INPT
                               VALUE "NO".
           03  FILLER                  PICTURE X(4)
                               VALUE "CHK,".
           03  OM-PRD                  PICTURE X(2)
                               VALUE "NO".
           03  FILLER                  PICTURE X(4)
                               VALUE "PRD,".
           03  FILLER                  PICTURE X(33)
                               VALUE   SPACES.
070610 01  TN-ARRAY-GR.                                                 00  INPT
070612     03  TNARRAY                 PICTURE S9 COMP OCCURS 200.      PDP-10  
070850     03  PERFORM-NO              PICTURE X.                       00  INPT
070860     03  PERFORM-NO-N    REDEFINES PERFORM-NO                     00  INPT
070870                                 PICTURE 9.                       00  INPT
070880     03  HIT-TYPE                PICTURE X.                       00  INPT
           03  FILLER                  PICTURE X.
070890     03  IDENTIFIER              PICTURE X(8).                    00  INPT
070900 01  TABLE-DUMMY         REDEFINES TABLE-HEADER.                  00  INPT
070910     03  FILLER                  PICTURE X(7).                    00  INPT
072980         05  STUB-1-BND-COL      PICTURE X                        00  INPT
072990                         OCCURS 360.                              PDP-10  
073000                                                                  PDP-10  
      * *** TYMSHARE CHANGES FOR THE STUB SYNTAX CHECK - THE CARD
      *     SEQUENCE NUMBER OF EACH STUB LINE OF THE ROW IN HAND
      *     (A NAMED STUB TAKES THAT OF THE CARD NAMING IT):
       01  STUB-SEQ-STACK.
           03  STUB-SEQ            PICTURE X(6)
                           OCCURS 5.
073010                                                                  00  INPT
073020                                                                  00  INPT
073030 01  ERROR-MSG.                                                   00  INPT
           05  FILLER              PICTURE X(12).
           05  BND-PRT-OV          PICTURE 9(18).
           05  FILLER              PICTURE X(4).

      * *** TYMSHARE CHANGES TO ADD FILLER14, THE TABLE, ROW AND
      *     DATA-NAME FIELDS OF THE STUB DICTIONARY CHECK LINES:
       03  FILLER14        REDEFINES ERROR-PRINT.
           05  FILLER              PICTURE X(4).
           05  DKP-TBL             PICTURE X(5).
           05  FILLER              PICTURE X.
           05  DKP-TYPE            PICTURE X.
           05  FILLER              PICTURE X(5).
           05  DKP-ROW             PICTURE 9(3).
           05  FILLER              PICTURE X(12).
           05  DKP-NAME            PICTURE X(30).
      * *** TYMSHARE CHANGES TO ADD FILLER15, THE TABLE, ROW, CARD
      *     SEQUENCE AND REASON FIELDS OF THE STUB SYNTAX CHECK:
       03  FILLER15        REDEFINES ERROR-PRINT.
           05  FILLER              PICTURE X(4).
           05  SXP-TBL             PICTURE X(5).
           05  FILLER              PICTURE X.
           05  SXP-TYPE            PICTURE X.
           05  FILLER              PICTURE X(5).
           05  SXP-ROW             PICTURE 9(3).
           05  FILLER              PICTURE X(5).
           05  SXP-SEQ             PICTURE X(6).
           05  FILLER              PICTURE X.
           05  SXP-REASON          PICTURE X(30).
073240                                                                  00  INPT
073242                                                                  00  INPT
073244                                                                  00  INPT
073710 01  ACTNSTK-VECTOR.                                              00  INPT
073720     03  ACTNSTK                 PICTURE X(60)                    00  INPT
073730                         OCCURS 400.                              00  INPT
      * *** TYMSHARE CHANGES FOR THE STUB SYNTAX CHECK - THE CARD
      *     SEQUENCE NUMBER OF EACH CONDSTK AND ACTNSTK LINE:
       01  CSEQSTK-VECTOR.
           03  CSEQSTK             PICTURE X(6)
                           OCCURS 400.
       01  ASEQSTK-VECTOR.
           03  ASEQSTK             PICTURE X(6)
                           OCCURS 400.
073740                                                                  00  INPT
073750 01  CSTUBPTR-VECTOR.                                             00  INPT
073760     03  CSTUBPTR                PICTURE S9(3)   COMPUTATIONAL    00  INPT
073960         05  CT-TBLNUM           PICTURE S9(3)   COMPUTATIONAL.   00  INPT
073961         05  CT-TBLNO            PICTURE X(5).                    00  INPT
073962         05  CT-TBLNAME          PICTURE X(32).                   00  INPT
               05  CT-EFF              PICTURE X(6).
073963         05  CT-CONDSTK-SIG.                                      00  INPT
073964             07  CT-CONDSTK-PART PICTURE X(60)                    00  INPT
073965                         OCCURS 99.                               00  INPT
           03  NARR-ID.
                05  NARR-ID-NAME        PICTURE X(6).
                05  NARR-ID-EXT         PICTURE X(3).
           03  DICT-ID.
                05  DICT-ID-NAME        PICTURE X(6).
                05  DICT-ID-EXT         PICTURE X(3).
           03  DEFS-ID.
                05  DEFS-ID-NAME        PICTURE X(6).
                05  DEFS-ID-EXT         PICTURE X(3).
           03  DFU-ID.
                05  DFU-ID-NAME         PICTURE X(6).
                05  DFU-ID-EXT          PICTURE X(3).
           03  DFS-ID.
                05  DFS-ID-NAME         PICTURE X(6).
                05  DFS-ID-EXT          PICTURE X(3).
           03  APV-ID.
                05  APV-ID-NAME         PICTURE X(6).
                05  APV-ID-EXT          PICTURE X(3).
           03  PND-ID.
                05  PND-ID-NAME         PICTURE X(6).
                05  PND-ID-EXT          PICTURE X(3).
           03  RCS-ID.
                05  RCS-ID-NAME         PICTURE X(6).
                05  RCS-ID-EXT          PICTURE X(3).
           03  LIB-WORK-ID.
                05  LIB-WORK-NAME       PICTURE X(6).
                05  LIB-WORK-EXT        PICTURE X(3).
                               VALUE ZERO.
           03  DOPTS-SW-CHK            PICTURE X
                               VALUE ZERO.
           03  DOPTS-SW-PRD            PICTURE X
                               VALUE ZERO.
076550                                                                  00  INPT
076560 01  EOF-RECAP-MSSGS.                                             00  INPT
076570     03  EOF-TERM-MSSG.                                           00  INPT
077360     03  AUD-WARN            PICTURE 9(5).                        00  INPT
077362     03  AUD-PUNCHED         PICTURE X.                           00  INPT
077364     03  AUD-MEMBER          PICTURE X(9).                        00  INPT
           03  FILLER              PICTURE X     VALUE SPACE.
           03  AUD-SRC-SIG.
               05  AUD-SRC-CARDS   PICTURE 9(5).
               05  AUD-SRC-HASH    PICTURE 9(9).
           03  FILLER              PICTURE X     VALUE SPACE.
           03  AUD-MEM-SIG.
               05  AUD-MEM-CARDS   PICTURE 9(5).
               05  AUD-MEM-HASH    PICTURE 9(9).
           03  FILLER              PICTURE X     VALUE SPACE.
           03  AUD-EFF-FROM        PICTURE X(6).
           03  AUD-EFF-THRU        PICTURE X(6).
077366 77  TBL-PUNCHED-SW      PICTURE X  VALUE ZERO.                   00  INPT
077368*     THE ERROR COUNTERS ONLY RESET AT THE RECAP, WHICH DOES      00  INPT
077370*     NOT RUN BETWEEN BACK-TO-BACK TABLE HEADERS - THE AUDIT      00  INPT
077554     03  HST-TYPE            PICTURE X(2).                        00  INPT
077556     03  HST-TBLNO           PICTURE X(5).                        00  INPT
077558     03  HST-TBLNAME         PICTURE X(32).                       00  INPT
           03  HST-EFF             PICTURE X(6).
077560     03  FILLER              PICTURE X(35)                        00  INPT
077562                     VALUE SPACE.                                 00  INPT
077564 01  HIST-REC-WORK-2 REDEFINES HIST-REC-WORK.                     00  INPT
077566     03  FILLER              PICTURE X(2).                        00  INPT
077570     03  FILLER              PICTURE X.                           00  INPT
077572     03  HST-TEXT            PICTURE X(60).                       00  INPT
077574     03  FILLER              PICTURE X(14).                       00  INPT
       01  HIST-REC-WORK-3 REDEFINES HIST-REC-WORK.
           03  FILLER              PICTURE X(66).
           03  HST-XFER            PICTURE 9(5).
           03  FILLER              PICTURE X(9).
       01  HIST-REC-WORK-4 REDEFINES HIST-REC-WORK.
           03  FILLER              PICTURE X(6).
           03  HST-ENTRIES         PICTURE X(40).
           03  HST-SEQ-AREA.
               05  HST-SEQ         PICTURE 9(2)
                           OCCURS 12.
           03  HST-ELSE            PICTURE X.
           03  HST-HIT             PICTURE X.
           03  FILLER              PICTURE X(8).
077576 01  OLD-CT-VECTOR.                                               00  INPT
077578     03  OLD-CT-ENTRY            OCCURS 99.                       00  INPT
077580         05  OT-TBLNO            PICTURE X(5).                    00  INPT
077582         05  OT-TBLNAME          PICTURE X(32).                   00  INPT
077584         05  OT-SEEN-SW          PICTURE X.                       00  INPT
               05  OT-EFF              PICTURE X(6).
077586         05  OT-CONDSTK-SIG.                                      00  INPT
077588             07  OT-CONDSTK-PART PICTURE X(60)                    00  INPT
077590                     OCCURS 99.                                   00  INPT
077624     03  FILLER              PICTURE X                            00  INPT
077626                     VALUE SPACE.                                 00  INPT
077628     03  HL-TBLNAME          PICTURE X(32).                       00  INPT
           03  HL-VERS-NAME    REDEFINES HL-TBLNAME.
               05  FILLER          PICTURE X(21).
               05  HL-EFF-LIT      PICTURE X(5).
               05  HL-EFF          PICTURE X(6).
077630     03  HL-TEXT             PICTURE X(33).                       00  INPT
077632 77  HL-TXT-NEW          PICTURE X(33)                            00  INPT
077634                     VALUE " - NEW THIS RUN".                     00  INPT
           03  FILLER              PICTURE X(12)  VALUE "TALLYING".
           03  FILLER              PICTURE X(12)  VALUE "UNTIL".
           03  FILLER              PICTURE X(12)  VALUE "VARYING".
           03  FILLER              PICTURE X(12)  VALUE "ACCEPT".
           03  FILLER              PICTURE X(12)  VALUE "ALTER".
           03  FILLER              PICTURE X(12)  VALUE "CALL".
           03  FILLER              PICTURE X(12)  VALUE "ENTER".
           03  FILLER              PICTURE X(12)  VALUE "REWRITE".
           03  FILLER              PICTURE X(12)  VALUE "DELETE".
           03  FILLER              PICTURE X(12)  VALUE "RELEASE".
           03  FILLER              PICTURE X(12)  VALUE "RETURN".
           03  FILLER              PICTURE X(12)  VALUE "SORT".
           03  FILLER              PICTURE X(12)  VALUE "TRANSFORM".
           03  FILLER              PICTURE X(12)  VALUE "GOBACK".
       01  DNX-RESERVED-RD REDEFINES DNX-RESERVED-WORDS.
           03  DNX-RSV             PICTURE X(12)
                           OCCURS 63.
       77  DNX-RSV-MAX         PICTURE S9(3)   COMPUTATIONAL
                           VALUE +63.
       01  DNAME-XREF-VECTOR.
           03  DX-ENTRY                OCCURS 1500.
               05  DX-NAME         PICTURE X(30).
       77  NAR-AND-SW          PICTURE X.
       77  NAR-ANY-SW          PICTURE X.

      * *** TYMSHARE CHANGES FOR MULTIPLE HIT TABLES (AN M IN COLUMN
      *     71 OF THE TABLE HEADER) - THE TABLE SWITCH, THE LABEL
      *     WORK FOR THE TWO TEST CHAINS OF THE PRODUCED CODE, THE
      *     RULES A CASE FIRES, AND THE LISTING, TEST DECK AND
      *     NARRATIVE LINES:

       77  MH-SW               PICTURE X  VALUE ZERO.
       77  MH-BASE             PICTURE S9(3)   COMPUTATIONAL.
       77  MH-K                PICTURE S9(3)   COMPUTATIONAL.
       77  MH-I                PICTURE S9(3)   COMPUTATIONAL.
       77  MH-J                PICTURE S9(3)   COMPUTATIONAL.
       77  MH-R                PICTURE S9(3)   COMPUTATIONAL.
       77  MH-N                PICTURE S9(3)   COMPUTATIONAL.
       77  MH-LBL              PICTURE S9(3)   COMPUTATIONAL.
       77  MH-FAIL-LBL         PICTURE S9(3)   COMPUTATIONAL.
       77  MH-NRULES           PICTURE S9(3)   COMPUTATIONAL.
       77  MH-S                PICTURE S9(3)   COMPUTATIONAL.
       77  MH-E                PICTURE S9(3)   COMPUTATIONAL.
       77  MH-Q                PICTURE X.
       77  MH-Q2               PICTURE X.
       77  MH-CHAIN            PICTURE X.
       77  MH-FAIL-TYPE        PICTURE X.
       77  MH-GO-TYPE          PICTURE X.
       01  MH-FIRE-VECTOR.
           03  MH-FIRE             PICTURE X
                           OCCURS 200.
       77  MHNOTE              PICTURE X(56)
                           VALUE
           "MULTIPLE HIT TABLE - EVERY RULE MET FIRES, IN RULE ORDER".
       01  MH-TTL-LINE.
           03  FILLER              PICTURE X(19)
                           VALUE "MULTIPLE HIT TABLE ".
           03  MH-TTL-TBL          PICTURE 9(5).
           03  FILLER              PICTURE X(56)
                           VALUE
           " - COMBINED ACTIONS FOR THE CASE OF EACH RULE".
       01  MH-CASE-LINE.
           03  FILLER              PICTURE X(15)
                           VALUE "  CASE OF RULE ".
           03  MH-CL-RULE          PICTURE 9(3).
           03  FILLER              PICTURE X(7)
                           VALUE " FIRES ".
           03  MH-CL-COUNT         PICTURE ZZ9.
           03  FILLER              PICTURE X(52)
                           VALUE " RULE(S)".
       01  MH-RULE-LINE.
           03  FILLER              PICTURE X(9)
                           VALUE "    RULE ".
           03  MH-RL-RULE          PICTURE 9(3).
           03  FILLER              PICTURE X(68)
                           VALUE SPACE.
       01  TST-FIRE-CARD.
           03  FILLER              PICTURE X(13)
                           VALUE "*   FIRES RL ".
           03  TST-FIRE-RULE       PICTURE 9(3).
           03  FILLER              PICTURE X(64)
                           VALUE SPACE.
       01  TST-ACT-CARD.
           03  FILLER              PICTURE X(8)
                           VALUE "*       ".
           03  TST-ACT-TEXT        PICTURE X(60).
           03  FILLER              PICTURE X(12)
                           VALUE SPACE.
       77  NAR-MH-TEXT         PICTURE X(46)
                           VALUE
           "  THEN, FOR EVERY RULE THE CASE MEETS IN ORDER".
       01  NAR-MH-RULE-LINE.
           03  FILLER              PICTURE X(10)
                           VALUE "    RULE ".
           03  NAR-MH-RULE         PICTURE 9(3).
           03  FILLER              PICTURE X(67)
                           VALUE SPACE.

      * *** TYMSHARE CHANGES FOR THE AUDIT HISTORY REPORT MODE -
      *     THE RUN DATE LIST, THE PER TABLE SUMMARY VECTOR AND
      *     THE REPORT LINES:
           03  AT-ENTRY                OCCURS 200.
               05  AT-TBLNO        PICTURE X(5).
               05  AT-NAME         PICTURE X(32).
               05  AT-EFF          PICTURE X(6).
               05  AT-FIRST-RULES  PICTURE 9(3).
               05  AT-LAST-RULES   PICTURE 9(3).
               05  AT-TERM         PICTURE S9(7)   COMPUTATIONAL.
           03  FILLER              PICTURE X(6)
                           VALUE "TABLE ".
           03  ART-TBL             PICTURE X(5).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  ART-EFF             PICTURE X(6).
           03  FILLER              PICTURE X(12)
                           VALUE " LAST CLEAN ".
           03  ART-CLEAN           PICTURE X(6).
           03  FILLER              PICTURE X(4)
                           VALUE " TO ".
           03  ART-R2              PICTURE 9(3).
           03  FILLER              PICTURE X(3)
                           VALUE SPACE.
       01  AUD-STALE-HDR.
           03  FILLER              PICTURE X(32)
           03  FILLER              PICTURE X(6)
                           VALUE "TABLE ".
           03  AST-TBL             PICTURE X(5).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  AST-EFF             PICTURE X(6).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  AST-NAME            PICTURE X(32).
           03  FILLER              PICTURE X(11)
                           VALUE " LAST SEEN ".
           03  AST-DATE            PICTURE 9(6).
           03  FILLER              PICTURE X(9)
                           VALUE SPACE.

      * *** TYMSHARE CHANGES FOR THE STUB DATA DICTIONARY CHECK -
      *     THE CARD LAYOUT OF THE DICTIONARY FILE (DATA-NAME AND
      *     PICTURE STRING), THE IN-CORE NAME/CLASS/LENGTH VECTOR
      *     LOADED AT START UP (CLASS 9 NUMERIC, E EDITED, X
      *     ALPHANUMERIC, G GROUP), THE WORDS BEYOND THE DATA-NAME
      *     STOPLIST THAT ARE NEVER DATA-NAMES, THE SCAN STATE AND
      *     THE ERROR LINES:

       01  DIC-REC-WORK.
           03  DIC-IN-NAME         PICTURE X(30).
           03  DIC-IN-NAME-RD  REDEFINES DIC-IN-NAME.
               05  DIC-IN-C1           PICTURE X.
               05  FILLER              PICTURE X(29).
           03  FILLER              PICTURE X.
           03  DIC-IN-PIC          PICTURE X(30).
           03  DIC-IN-PIC-RD   REDEFINES DIC-IN-PIC.
               05  DIC-IN-PC           PICTURE X
                           OCCURS 30.
           03  DIC-IN-PIC-RD2  REDEFINES DIC-IN-PIC.
               05  DIC-IN-PIC-4        PICTURE X(4).
               05  FILLER              PICTURE X(26).
           03  DIC-IN-PIC-RD3  REDEFINES DIC-IN-PIC.
               05  DIC-IN-PIC-8        PICTURE X(8).
               05  FILLER              PICTURE X(22).
           03  FILLER              PICTURE X(19).
       01  DICT-VECTOR.
           03  DD-ENTRY                OCCURS 500.
               05  DD-NAME         PICTURE X(30).
               05  DD-CLASS        PICTURE X.
               05  DD-LEN          PICTURE S9(5)   COMPUTATIONAL.
       77  DD-COUNT            PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  DD-P                PICTURE S9(3)   COMPUTATIONAL.
       77  DD-Q                PICTURE S9(3)   COMPUTATIONAL.
       77  DD-L                PICTURE S9(5)   COMPUTATIONAL.
       77  DD-N                PICTURE S9(5)   COMPUTATIONAL.
       77  DD-K                PICTURE X.
       77  DD-CNT-SW           PICTURE X.
       77  DD-DIGIT-1          PICTURE 9.
       77  DD-DIGIT-X          REDEFINES DD-DIGIT-1
                                   PICTURE X.
       01  DKX-RESERVED-WORDS.
           03  FILLER              PICTURE X(12)  VALUE "NUMERIC".
           03  FILLER              PICTURE X(12)  VALUE "ALPHABETIC".
           03  FILLER              PICTURE X(12)  VALUE "POSITIVE".
           03  FILLER              PICTURE X(12)  VALUE "NEGATIVE".
           03  FILLER              PICTURE X(12)  VALUE "HIGH-VALUE".
           03  FILLER              PICTURE X(12)  VALUE "HIGH-VALUES".
           03  FILLER              PICTURE X(12)  VALUE "LOW-VALUE".
           03  FILLER              PICTURE X(12)  VALUE "LOW-VALUES".
           03  FILLER              PICTURE X(12)  VALUE "QUOTE".
           03  FILLER              PICTURE X(12)  VALUE "QUOTES".
           03  FILLER              PICTURE X(12)  VALUE "DEPENDING".
           03  FILLER              PICTURE X(12)  VALUE "CORR".
           03  FILLER              PICTURE X(12)  VALUE "UPON".
           03  FILLER              PICTURE X(12)  VALUE "WITH".
           03  FILLER              PICTURE X(12)  VALUE "FIRST".
           03  FILLER              PICTURE X(12)  VALUE "REPLACING".
           03  FILLER              PICTURE X(12)  VALUE "LEADING".
           03  FILLER              PICTURE X(12)  VALUE "REMAINDER".
           03  FILLER              PICTURE X(12)  VALUE "SIZE".
           03  FILLER              PICTURE X(12)  VALUE "ERROR".
       01  DKX-RESERVED-RD REDEFINES DKX-RESERVED-WORDS.
           03  DKX-RSV             PICTURE X(12)
                           OCCURS 20.
       77  DKX-RSV-MAX         PICTURE S9(3)   COMPUTATIONAL
                           VALUE +20.
       77  DK-R                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-S                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-E                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-W                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-P                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-L                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-I                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-J                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-X                PICTURE S9(3)   COMPUTATIONAL.
       77  DK-SUBJ             PICTURE S9(3)   COMPUTATIONAL.
       77  DK-LIT-LEN          PICTURE S9(3)   COMPUTATIONAL.
       77  DK-CHK-LEN          PICTURE S9(3)   COMPUTATIONAL.
       77  DK-CHAR             PICTURE X.
       77  DK-M                PICTURE X.
       77  DK-REL-SW           PICTURE X.
       77  DK-PROC-SW          PICTURE X.
       77  DK-GO-SW            PICTURE X.
       77  DK-QUAL-SW          PICTURE X.
       77  DK-MOVE-SW          PICTURE X.
       77  DK-LIT-SW           PICTURE X.
       77  DK-MTO-SW           PICTURE X.
       77  DK-NOW-CLASS        PICTURE X.
       77  DK-LIT-CLASS        PICTURE X.
       77  DK-CHK-CLASS        PICTURE X.
       01  DK-WORD             PICTURE X(30).
       01  DK-WORD-RD      REDEFINES DK-WORD.
           03  DK-WC               PICTURE X
                           OCCURS 30.
       01  DK-LINE-AREA.
           03  DK-LC               PICTURE X
                           OCCURS 60.
       01  DK-UND-VECTOR.
           03  DK-UND-NAME         PICTURE X(30)
                           OCCURS 20.
       77  DK-UND-COUNT        PICTURE S9(3)   COMPUTATIONAL.
       77  DICUNDERROR         PICTURE X(31)
                           VALUE
           "TBL XXXXX X ROW XXX UNDEFINED  ".
       77  DICCLSERROR         PICTURE X(31)
                           VALUE
           "TBL XXXXX X ROW XXX NONNUM LIT ".
       77  DICLENERROR         PICTURE X(31)
                           VALUE
           "TBL XXXXX X ROW XXX LIT TOO BIG".

      * *** TYMSHARE CHANGES FOR THE STUB SYNTAX CHECK - THE KIND
      *     OF EACH DNX STOPLIST WORD AND EACH DKX WORD (V A
      *     VERB, O A RELATIONAL WORD, G A LOGICAL CONNECTIVE, C A
      *     CLASS OR SIGN WORD, F A FIGURATIVE CONSTANT, R ANY
      *     OTHER WORD), THE SCAN STATE AND THE ERROR TEXTS:
       01  DNX-RESERVED-KINDS.
           03  FILLER              PICTURE X(11)  VALUE "VRVRGGGRRRR".
           03  FILLER              PICTURE X(14)
                           VALUE "VVVVVVVVVVVVVV".
           03  FILLER              PICTURE X(10)  VALUE "OOOORFFFFF".
           03  FILLER              PICTURE X(8)   VALUE "RRRRRRRR".
           03  FILLER              PICTURE X(9)   VALUE "VRVVRRRRR".
           03  FILLER              PICTURE X(11)  VALUE "VVVVVVVVVVV".
       01  DNX-RESERVED-KINDS-RD REDEFINES DNX-RESERVED-KINDS.
           03  DNX-KIND            PICTURE X
                           OCCURS 63.
       01  DKX-RESERVED-KINDS  PICTURE X(20)
                           VALUE "CCCCFFFFFFRRRRRRRRRR".
       01  DKX-RESERVED-KINDS-RD REDEFINES DKX-RESERVED-KINDS.
           03  DKX-KIND            PICTURE X
                           OCCURS 20.
       77  SX-R                PICTURE S9(3)   COMPUTATIONAL.
       77  SX-S                PICTURE S9(3)   COMPUTATIONAL.
       77  SX-E                PICTURE S9(3)   COMPUTATIONAL.
       77  SX-W                PICTURE S9(3)   COMPUTATIONAL.
       77  SX-P                PICTURE S9(3)   COMPUTATIONAL.
       77  SX-L                PICTURE S9(3)   COMPUTATIONAL.
       77  SX-I                PICTURE S9(3)   COMPUTATIONAL.
       77  SX-NTOK             PICTURE S9(3)   COMPUTATIONAL.
       77  SX-DEPTH            PICTURE S9(3)   COMPUTATIONAL.
       77  SX-CHAR             PICTURE X.
       77  SX-M                PICTURE X.
       77  SX-K                PICTURE X.
       77  SX-PREV-K           PICTURE X.
       77  SX-Q                PICTURE X.
       77  SX-REL-SW           PICTURE X.
       77  SX-LIT-SW           PICTURE X.
       77  SX-OPEN-SW          PICTURE X.
       77  SX-PER-SW           PICTURE X.
       77  SX-ERR-SW           PICTURE X.
       77  SX-BAD-SW           PICTURE X.
       77  SX-SEQ              PICTURE X(6).
       01  SX-WORD             PICTURE X(30).
       01  SX-WORD-RD      REDEFINES SX-WORD.
           03  SX-WC               PICTURE X
                           OCCURS 30.
       01  SX-PREV-WORD        PICTURE X(30).
       01  SX-VERB             PICTURE X(30).
       01  SX-LINE-AREA.
           03  SX-LC               PICTURE X
                           OCCURS 60.
       01  SX-REASON.
           03  FILLER              PICTURE X(13).
           03  SX-REASON-WORD      PICTURE X(17).
       77  SXERROR             PICTURE X(31)
                           VALUE
           "TBL XXXXX X ROW XXX SEQ XXXXXX ".
       77  SXQUOTE             PICTURE X(30)
                           VALUE "UNBALANCED QUOTE".
       77  SXPAREN             PICTURE X(30)
                           VALUE "UNBALANCED PARENTHESES".
       77  SXCPER              PICTURE X(30)
                           VALUE "PERIOD IN A CONDITION".
       77  SXAPER              PICTURE X(30)
                           VALUE "PERIOD BREAKS THE SENTENCE".
       77  SXNOREL             PICTURE X(30)
                           VALUE "NO RELATIONAL OPERATOR".
       77  SXCEND              PICTURE X(30)
                           VALUE "CONDITION ENDS ON AN OPERATOR".
       77  SXAEND              PICTURE X(30)
                           VALUE "STATEMENT IS INCOMPLETE".
       77  SXCVERB             PICTURE X(30)
                           VALUE "VERB IN COND".
       77  SXAVERB             PICTURE X(30)
                           VALUE "UNKNOWN VERB".

      * *** TYMSHARE CHANGES FOR THE DECISION COMPARISON OF REWORKED
      *     TABLES - THE HISTORY FILE NOW ALSO CARRIES EACH TABLES
      *     MATRIX (H4 CONDITION ROW, H5 ACTION ROW WITH ITS GO TO
      *     TABLE, H6 RULE ENTRIES AND ACTION SEQUENCE, SEE THE
      *     HIST-REC-WORK VIEWS), HELD HERE FOR THIS RUN AS EACH
      *     TABLE IS EDITED AND FOR THE PRIOR RUN AS LOADED AT
      *     START UP (PARALLEL TO OLD-CT-VECTOR), THE CONDITION
      *     ROWS OF BOTH VERSIONS LINED UP BY STUB TEXT, AND THE
      *     REPORT LINES - A TABLE OVER 40 CONDITIONS, 40 ACTIONS,
      *     80 RULES OR 12 ACTIONS IN A RULE IS NOT KEPT:

       01  NEW-DM-VECTOR.
           03  NEW-DM-ENTRY            OCCURS 99.
               05  NM-TBLNO        PICTURE X(5).
               05  NM-TBLNAME      PICTURE X(32).
               05  NM-EFF          PICTURE X(6).
               05  NM-STATE        PICTURE X.
               05  NM-MATRIX.
                   07  NM-NCONDS   PICTURE S9(3)   COMPUTATIONAL.
                   07  NM-NACTNS   PICTURE S9(3)   COMPUTATIONAL.
                   07  NM-NRULES   PICTURE S9(3)   COMPUTATIONAL.
                   07  NM-ELSE     PICTURE X.
                   07  NM-HIT      PICTURE X.
                   07  NM-CTEXT    PICTURE X(60)
                           OCCURS 40.
                   07  NM-ACTN             OCCURS 40.
                       09  NM-ATEXT    PICTURE X(60).
                       09  NM-AXFER    PICTURE 9(5).
                   07  NM-RULE             OCCURS 80.
                       09  NM-ENTRIES.
                           11  NM-ENT  PICTURE X
                           OCCURS 40.
                       09  NM-SEQ-AREA.
                           11  NM-SEQ  PICTURE 9(2)
                           OCCURS 12.
       77  NM-COUNT            PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       01  OLD-DM-VECTOR.
           03  OLD-DM-ENTRY            OCCURS 99.
               05  PM-STATE        PICTURE X.
               05  PM-MATRIX.
                   07  PM-NCONDS   PICTURE S9(3)   COMPUTATIONAL.
                   07  PM-NACTNS   PICTURE S9(3)   COMPUTATIONAL.
                   07  PM-NRULES   PICTURE S9(3)   COMPUTATIONAL.
                   07  PM-ELSE     PICTURE X.
                   07  PM-HIT      PICTURE X.
                   07  PM-CTEXT    PICTURE X(60)
                           OCCURS 40.
                   07  PM-ACTN             OCCURS 40.
                       09  PM-ATEXT    PICTURE X(60).
                       09  PM-AXFER    PICTURE 9(5).
                   07  PM-RULE             OCCURS 80.
                       09  PM-ENTRIES.
                           11  PM-ENT  PICTURE X
                           OCCURS 40.
                       09  PM-SEQ-AREA.
                           11  PM-SEQ  PICTURE 9(2)
                           OCCURS 12.
       01  DC-UNION-VECTOR.
           03  DC-UNION                OCCURS 80.
               05  DC-U-NEW        PICTURE S9(3)   COMPUTATIONAL.
               05  DC-U-OLD        PICTURE S9(3)   COMPUTATIONAL.
               05  DC-U-VAL        PICTURE X.
       01  DC-MAP-VECTOR.
           03  DC-NEW-MAP          PICTURE S9(3)   COMPUTATIONAL
                           OCCURS 40.
           03  DC-OLD-MAP          PICTURE S9(3)   COMPUTATIONAL
                           OCCURS 40.
       01  DC-LIST-VECTOR.
           03  DC-NL               PICTURE S9(3)   COMPUTATIONAL
                           OCCURS 60.
           03  DC-OL               PICTURE S9(3)   COMPUTATIONAL
                           OCCURS 60.
       77  DC-NL-COUNT         PICTURE S9(3)   COMPUTATIONAL.
       77  DC-OL-COUNT         PICTURE S9(3)   COMPUTATIONAL.
       77  DC-NEW-HITS         PICTURE S9(3)   COMPUTATIONAL.
       77  DC-OLD-HITS         PICTURE S9(3)   COMPUTATIONAL.
       77  DC-U-COUNT          PICTURE S9(3)   COMPUTATIONAL.
       77  DC-T                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-O                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-I                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-J                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-K                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-R                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-S                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-E                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-G                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-H                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-D                PICTURE S9(3)   COMPUTATIONAL.
       77  DC-NJ               PICTURE S9(3)   COMPUTATIONAL.
       77  DC-OJ               PICTURE S9(3)   COMPUTATIONAL.
       77  DC-NEW-RULE         PICTURE S9(3)   COMPUTATIONAL.
       77  DC-OLD-RULE         PICTURE S9(3)   COMPUTATIONAL.
       77  DC-LAST-RULE        PICTURE S9(3)   COMPUTATIONAL.
       77  DC-VALU             PICTURE S9(7)   COMPUTATIONAL.
       77  DC-COMBO            PICTURE S9(7)   COMPUTATIONAL.
       77  DC-COMBO-MAX        PICTURE S9(7)   COMPUTATIONAL.
       77  DC-WORK             PICTURE S9(7)   COMPUTATIONAL.
       77  DC-HALF             PICTURE S9(7)   COMPUTATIONAL.
       77  DC-LISTED           PICTURE S9(5)   COMPUTATIONAL.
       77  DC-UNLISTED         PICTURE S9(5)   COMPUTATIONAL.
       77  DC-NEW-XF           PICTURE 9(5).
       77  DC-OLD-XF           PICTURE 9(5).
       01  DC-RULE-SHOW.
           03  DC-RULE-ED          PICTURE 9(3).
           03  DC-RULE-PLUS        PICTURE X.
       77  DC-Q                PICTURE X.
       77  DC-TITLE-SW         PICTURE X.
       77  DC-HEAD-SW          PICTURE X.
       77  DCMTITLE            PICTURE X(58)
                           VALUE
           "DECISION COMPARISON OF REWORKED TABLES (VS PRIOR COMPILE)".
       77  DCM-TXT-SAME        PICTURE X(33)
                           VALUE " - REWORKED, SAME DECISIONS".
       77  DCM-TXT-CHG         PICTURE X(33)
                           VALUE " - DECISIONS CHANGED".
       77  DCM-TXT-BIG         PICTURE X(33)
                           VALUE " - TOO LARGE TO COMPARE".
       77  DCM-TXT-WIDE        PICTURE X(33)
                           VALUE " - OVER 14 CONDITIONS, NOT LISTED".
       01  DCM-COND-LINE.
           03  FILLER              PICTURE X(6)
                           VALUE SPACE.
           03  FILLER              PICTURE X
                           VALUE "C".
           03  DCC-NO              PICTURE 9(2).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  DCC-WHERE           PICTURE X(4).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  DCC-TEXT            PICTURE X(60).
           03  FILLER              PICTURE X(5)
                           VALUE SPACE.
       01  DCM-DIFF-LINE.
           03  FILLER              PICTURE X(6)
                           VALUE SPACE.
           03  DCL-COMBO.
               05  DCL-VAL         PICTURE X
                           OCCURS 14.
           03  FILLER              PICTURE X(10)
                           VALUE " OLD RULE ".
           03  DCL-OLD             PICTURE X(4).
           03  FILLER              PICTURE X(10)
                           VALUE " NEW RULE ".
           03  DCL-NEW             PICTURE X(4).
           03  DCL-WHY             PICTURE X(32).
       77  DCM-WHY-ACTNS       PICTURE X(32)
                           VALUE " - ACTIONS DIFFER".
       01  DCM-WHY-XFER.
           03  FILLER              PICTURE X(15)
                           VALUE " - GO TO TABLE ".
           03  DCW-OLD-XF          PICTURE 9(5).
           03  FILLER              PICTURE X(5)
                           VALUE " NOW ".
           03  DCW-NEW-XF          PICTURE 9(5).
           03  FILLER              PICTURE X(2)
                           VALUE SPACE.
       01  DCM-MORE-LINE.
           03  FILLER              PICTURE X(6)
                           VALUE SPACE.
           03  DCM-MORE            PICTURE 9(5).
           03  FILLER              PICTURE X(44)
                           VALUE
               " MORE DIFFERING COMBINATIONS NOT LISTED".
           03  FILLER              PICTURE X(25)
                           VALUE SPACE.
       01  DCM-MH-LINE.
           03  FILLER              PICTURE X(6)
                           VALUE SPACE.
           03  FILLER              PICTURE X(60)
                           VALUE
               "+ AFTER A RULE - FIRST OF SEVERAL RULES MET, ALL FIRE".
           03  FILLER              PICTURE X(14)
                           VALUE SPACE.

      * *** TYMSHARE CHANGES FOR THE STUB DEFINITION LIBRARY -
      *     THE CARD LAYOUT OF THE DEFINITIONS FILE (ROW TYPE,
      *     NAME, ONE LINE OF STUB TEXT), THE RECORDS OF THE
      *     DEFINITION USE REGISTER (UT A LINE OF A DEFINITION AS
      *     LAST RUN, UU A TABLE THAT USES A DEFINITION AND ITS
      *     SOURCE MEMBER), THE CURRENT AND PRIOR DEFINITIONS,
      *     THE USE LIST AND THE LISTING AND REPORT LINES:

       01  DEF-REC-WORK.
           03  DEF-IN-ROW          PICTURE X.
           03  DEF-IN-NAME         PICTURE X(12).
           03  FILLER              PICTURE X.
           03  DEF-IN-TEXT         PICTURE X(60).
           03  FILLER              PICTURE X(6).
       01  DFU-REC-WORK.
           03  DFU-TYPE            PICTURE X(2).
           03  DFU-ROW             PICTURE X.
           03  DFU-NAME            PICTURE X(12).
           03  DFU-BODY            PICTURE X(65).
       01  DFU-REC-RD      REDEFINES DFU-REC-WORK.
           03  FILLER              PICTURE X(15).
           03  DFU-TEXT            PICTURE X(60).
           03  FILLER              PICTURE X(5).
       01  DFU-REC-RD2     REDEFINES DFU-REC-RD.
           03  FILLER              PICTURE X(15).
           03  DFU-TBLNO           PICTURE X(5).
           03  FILLER              PICTURE X.
           03  DFU-MEMBER          PICTURE X(9).
           03  FILLER              PICTURE X.
           03  DFU-STALE           PICTURE X.
           03  FILLER              PICTURE X(48).
       01  DEF-VECTOR.
           03  DF-ENTRY                OCCURS 200.
               05  DF-ROW          PICTURE X.
               05  DF-NAME         PICTURE X(12).
               05  DF-FIRST        PICTURE S9(3)   COMPUTATIONAL.
               05  DF-LINES        PICTURE S9(3)   COMPUTATIONAL.
       01  DEF-TEXT-VECTOR.
           03  DF-TEXT             PICTURE X(60)
                           OCCURS 600.
       01  DEF-PRIOR-VECTOR.
           03  DP-ENTRY                OCCURS 200.
               05  DP-ROW          PICTURE X.
               05  DP-NAME         PICTURE X(12).
               05  DP-FIRST        PICTURE S9(3)   COMPUTATIONAL.
               05  DP-LINES        PICTURE S9(3)   COMPUTATIONAL.
               05  DP-CHG          PICTURE X.
       01  DEF-PRIOR-TEXT-VECTOR.
           03  DP-TEXT             PICTURE X(60)
                           OCCURS 600.
       01  DEF-USE-VECTOR.
           03  DU-ENTRY                OCCURS 500.
               05  DU-ROW          PICTURE X.
               05  DU-NAME         PICTURE X(12).
               05  DU-TBLNO        PICTURE X(5).
               05  DU-MEMBER       PICTURE X(9).
               05  DU-NOW          PICTURE X.
               05  DU-STALE        PICTURE X.
       77  DF-COUNT            PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  DF-TXT-COUNT        PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  DP-COUNT            PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  DP-TXT-COUNT        PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  DU-COUNT            PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  DF-SEL-COUNT        PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  DF-I                PICTURE S9(3)   COMPUTATIONAL.
       77  DF-J                PICTURE S9(3)   COMPUTATIONAL.
       77  DF-K                PICTURE S9(3)   COMPUTATIONAL.
       77  DF-L                PICTURE S9(3)   COMPUTATIONAL.
       77  DP-I                PICTURE S9(3)   COMPUTATIONAL.
       77  DU-I                PICTURE S9(3)   COMPUTATIONAL.
       77  DU-J                PICTURE S9(3)   COMPUTATIONAL.
       77  DU-OVER-SW          PICTURE X  VALUE ZERO.
       77  DFS-OPEN-SW         PICTURE X  VALUE ZERO.
       77  DF-HEAD-SW          PICTURE X.
       77  DF-USED-SW          PICTURE X.
       01  DEF-SCAN.
           03  DSC-EQ              PICTURE X.
           03  DSC-NAME            PICTURE X(12).
           03  DSC-REST            PICTURE X(67).
       01  DEF-MEM-WORK.
           03  DMW-NAME            PICTURE X(6).
           03  DMW-EXT             PICTURE X(3).
       01  DEF-MEM-NAME.
           03  DMN-NAME            PICTURE X(6).
           03  FILLER              PICTURE X
                           VALUE ".".
           03  DMN-EXT             PICTURE X(3).
       01  DFS-CARD.
           03  DFS-MEM             PICTURE X(10).
           03  FILLER              PICTURE X(70)
                           VALUE SPACE.
       01  DEF-LIST-LINE.
           03  FILLER              PICTURE X(4)
                           VALUE SPACE.
           03  DLL-REF             PICTURE X(13).
           03  FILLER              PICTURE X(3)
                           VALUE SPACE.
           03  DLL-TEXT            PICTURE X(60).
       01  DEF-ERR-LINE.
           03  FILLER              PICTURE X(3)
                           VALUE "NO ".
           03  DFE-ROW             PICTURE X.
           03  FILLER              PICTURE X(22)
                           VALUE " ROW DEFINITION NAMED ".
           03  DFE-NAME            PICTURE X(12).
           03  FILLER              PICTURE X(23)
                           VALUE SPACE.
       77  DEFLONGERR          PICTURE X(46)
                           VALUE
           "NAMED STUB RUNS PAST 5 STUB LINES - REST LOST.".
       77  DEFTITLE            PICTURE X(44)
                           VALUE
           "STUB DEFINITIONS CHANGED SINCE THE PRIOR RUN".
       77  DEFOVER             PICTURE X(50)
                           VALUE
           "DEFINITION USE LIST FULL - SOME USES NOT RECORDED.".
       01  DEF-CHG-LINE.
           03  FILLER              PICTURE X(3)
                           VALUE SPACE.
           03  DFC-ROW             PICTURE X.
           03  FILLER              PICTURE X(12)
                           VALUE " DEFINITION ".
           03  DFC-NAME            PICTURE X(12).
           03  DFC-WHAT            PICTURE X(16).
           03  FILLER              PICTURE X(36)
                           VALUE SPACE.
       77  DEFNOUSE            PICTURE X(32)
                           VALUE
           "      NO TABLE ON RECORD USES IT".
       01  DEF-USE-LINE.
           03  FILLER              PICTURE X(11)
                           VALUE "      TABLE".
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  DFX-TBLNO           PICTURE X(5).
           03  FILLER              PICTURE X(8)
                           VALUE " MEMBER ".
           03  DFX-MEMBER          PICTURE X(10).
           03  DFX-NOTE            PICTURE X(22).
           03  FILLER              PICTURE X(23)
                           VALUE SPACE.
       01  DEF-SEL-LINE.
           03  FILLER              PICTURE X(3)
                           VALUE SPACE.
           03  DFL-COUNT           PICTURE ZZ9.
           03  FILLER              PICTURE X(44)
                           VALUE
               " MEMBERS WRITTEN TO THE DEFINITION SELECTION".
           03  FILLER              PICTURE X(30)
                           VALUE " FILE".

      * *** TYMSHARE CHANGES FOR THE DOPT PRD APPROVAL GATE - THE
      *     P1 HEADER OF AN APPROVAL (TABLE, NAME, APPROVER, DATE)
      *     WHICH IS FOLLOWED IN THE REGISTER BY THE APPROVED
      *     VERSIONS SIGNATURE AS HISTORY FILE H2 TO H6 RECORDS,
      *     THE APPROVALS LOADED AT START UP, THE SIGNATURE OF THE
      *     TABLE IN HAND AND THE LISTING LINES:

       01  APV-REC-WORK.
           03  APV-TYPE            PICTURE X(2).
           03  APV-TBLNO           PICTURE X(5).
           03  FILLER              PICTURE X.
           03  APV-TBLNAME         PICTURE X(32).
           03  FILLER              PICTURE X.
           03  APV-WHO             PICTURE X(20).
           03  FILLER              PICTURE X.
           03  APV-DATE            PICTURE X(6).
           03  FILLER              PICTURE X(12).
       01  APV-VECTOR.
           03  AV-ENTRY                OCCURS 200.
               05  AV-TBLNO        PICTURE X(5).
               05  AV-WHO          PICTURE X(20).
               05  AV-DATE         PICTURE X(6).
               05  AV-FIRST        PICTURE S9(4)   COMPUTATIONAL.
               05  AV-LINES        PICTURE S9(3)   COMPUTATIONAL.
       01  APV-LINE-VECTOR.
           03  AV-LINE             PICTURE X(80)
                           OCCURS 2000.
       01  APV-CUR-VECTOR.
           03  AVC-LINE            PICTURE X(80)
                           OCCURS 400.
       77  AV-COUNT            PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  AV-LN-COUNT         PICTURE S9(4)   COMPUTATIONAL
                           VALUE ZERO.
       77  AVC-COUNT           PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  AV-HELD-COUNT       PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  AV-I                PICTURE S9(3)   COMPUTATIONAL.
       77  AV-J                PICTURE S9(3)   COMPUTATIONAL.
       77  AV-K                PICTURE S9(4)   COMPUTATIONAL.
       77  AV-S                PICTURE S9(3)   COMPUTATIONAL.
       77  AV-T                PICTURE S9(3)   COMPUTATIONAL.
       77  APR-HOLD-SW         PICTURE X  VALUE ZERO.
       77  APR-SKIP-SW         PICTURE X  VALUE ZERO.
       77  APR-MEM-TBLNO       PICTURE X(5)  VALUE SPACE.
       77  PND-OPEN-SW         PICTURE X  VALUE ZERO.
       77  APRHELD             PICTURE X(53)
                           VALUE
           "NO APPROVAL MATCHES THIS VERSION - HELD, NOT PUNCHED.".
       01  APR-OK-LINE.
           03  FILLER              PICTURE X(12)
                           VALUE "APPROVED BY ".
           03  APO-WHO             PICTURE X(20).
           03  FILLER              PICTURE X(4)
                           VALUE " ON ".
           03  APO-DATE            PICTURE X(6).
           03  FILLER              PICTURE X(19)
                           VALUE SPACE.
       01  APR-RECAP-LINE.
           03  FILLER              PICTURE X(3)
                           VALUE SPACE.
           03  APC-COUNT           PICTURE ZZ9.
           03  FILLER              PICTURE X(46)
                           VALUE
               " TABLES HELD FOR APPROVAL - SIGNATURES ARE ON".
           03  FILLER              PICTURE X(28)
                           VALUE " THE PENDING APPROVAL FILE".

      * *** TYMSHARE CHANGES FOR THE MEMBER RECONCILIATION -
      *     THE CARD SIGNATURE (CARD COUNT AND A HASH OF EVERY
      *     COLUMN) KEPT FOR THE SOURCE CARDS OF EACH TABLE FROM
      *     ITS HEADER TO ITS TEND CARD AND FOR EACH PUNCHED
      *     MEMBER, CARRIED ON THE AUDIT RECORD, AND THE TABLE
      *     AND MEMBER VECTORS, SELECTION CARD AND REPORT LINES
      *     OF THE RECONCILE MODE:

       01  RC-ALPHA-AREA.
           03  FILLER              PICTURE X(31)
                           VALUE "E.-RTONAISCLDMPU0FGH1XVB23Y45K6".
           03  FILLER              PICTURE X(31)
                           VALUE "789WJZQ()*,/=+$;:<>'&%#@!?[]^_\".
       01  RC-ALPHA-TABLE      REDEFINES RC-ALPHA-AREA.
           03  RC-ALPHA-CH         PICTURE X
                           OCCURS 62.
       01  RC-CARD-AREA.
           03  RC-CARD-CH          PICTURE X
                           OCCURS 80.
       01  RC-SIG-DISP.
           03  RC-SD-CARDS         PICTURE 9(5).
           03  RC-SD-HASH          PICTURE 9(9).
       77  RC-SIG-CARDS        PICTURE S9(5)   COMPUTATIONAL.
       77  RC-SIG-HASH         PICTURE S9(11)  COMPUTATIONAL.
       77  RC-CSUM             PICTURE S9(7)   COMPUTATIONAL.
       77  RC-QUOT             PICTURE S9(5)   COMPUTATIONAL.
       77  RC-COL              PICTURE S9(3)   COMPUTATIONAL.
       77  RC-ORD              PICTURE S9(3)   COMPUTATIONAL.
       77  RC-SRC-CARDS        PICTURE S9(5)   COMPUTATIONAL
                           VALUE ZERO.
       77  RC-SRC-HASH         PICTURE S9(11)  COMPUTATIONAL
                           VALUE ZERO.
       77  RC-SRC-DONE-SW      PICTURE X  VALUE "1".
       77  RC-MEM-CARDS        PICTURE S9(5)   COMPUTATIONAL
                           VALUE ZERO.
       77  RC-MEM-HASH         PICTURE S9(11)  COMPUTATIONAL
                           VALUE ZERO.
       01  RC-TBL-VECTOR.
           03  RC-T-ENTRY              OCCURS 200.
               05  RC-T-SOURCE     PICTURE X(9).
               05  RC-T-NAME       PICTURE X(32).
               05  RC-T-EFF        PICTURE X(6).
               05  RC-T-TBLNO      PICTURE X(5).
               05  RC-T-CLEAN      PICTURE X(6).
               05  RC-T-SRC-SIG    PICTURE X(14).
               05  RC-T-MEMBER     PICTURE X(9).
               05  RC-T-FOUND      PICTURE X.
               05  RC-T-MATCH      PICTURE X.
       01  RC-MEM-VECTOR.
           03  RC-M-ENTRY              OCCURS 200.
               05  RC-M-NAME       PICTURE X(9).
               05  RC-M-SIG        PICTURE X(14).
               05  RC-M-STATE      PICTURE X.
       77  RC-T-COUNT          PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  RC-M-COUNT          PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  RC-I                PICTURE S9(3)   COMPUTATIONAL.
       77  RC-J                PICTURE S9(3)   COMPUTATIONAL.
       77  RC-K                PICTURE S9(3)   COMPUTATIONAL.
       77  RC-OVER-SW          PICTURE X  VALUE ZERO.
       77  RC-SEG-SW           PICTURE X  VALUE ZERO.
       77  RC-SEG-NAME         PICTURE X(32).
       77  RC-SEG-EFF          PICTURE X(6).
       77  RC-MEM-LIMIT        PICTURE S9(5)   COMPUTATIONAL.
       77  RC-MSTATE           PICTURE X.
       01  RC-COUNTS.
           03  RC-N-CURRENT        PICTURE S9(3)   COMPUTATIONAL.
           03  RC-N-STALE          PICTURE S9(3)   COMPUTATIONAL.
           03  RC-N-ORPHAN         PICTURE S9(3)   COMPUTATIONAL.
           03  RC-N-NEVER          PICTURE S9(3)   COMPUTATIONAL.
           03  RC-N-ALTERED        PICTURE S9(3)   COMPUTATIONAL.
           03  RC-N-SELECTED       PICTURE S9(3)   COMPUTATIONAL.
       01  RCS-CARD.
           03  RCS-MEM             PICTURE X(10).
           03  FILLER              PICTURE X(70)
                           VALUE SPACE.
       77  RCNTITLE            PICTURE X(46)
                           VALUE
           "MEMBER LIBRARY RECONCILIATION (ONE LINE/TABLE)".
       77  RCNOVER             PICTURE X(51)
                           VALUE
           "RECONCILE TABLE LIST FULL - LATER TABLES NOT SHOWN.".
       77  RCNNOSEL            PICTURE X(47)
                           VALUE
           "NO SOURCE SELECTION LIST - EVERY TABLE ORPHANED".
       01  RCN-HDR-LINE.
           03  FILLER              PICTURE X(26)
                           VALUE "TABLE NAME".
           03  FILLER              PICTURE X(7)
                           VALUE "FROM".
           03  FILLER              PICTURE X(22)
                           VALUE "SOURCE     MEMBER".
           03  FILLER              PICTURE X(25)
                           VALUE "CLEAN  STATUS".
       01  RCN-LINE.
           03  RCL-TBLNO           PICTURE X(5).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  RCL-NAME            PICTURE X(19).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  RCL-EFF             PICTURE X(6).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  RCL-SOURCE          PICTURE X(10).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  RCL-MEMBER          PICTURE X(10).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  RCL-CLEAN           PICTURE X(6).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  RCL-STATUS          PICTURE X(16).
           03  FILLER              PICTURE X(2)
                           VALUE SPACE.
       01  RCN-MEM-NAME.
           03  RMN-NAME            PICTURE X(6).
           03  RMN-PERIOD          PICTURE X.
           03  RMN-EXT             PICTURE X(3).
       01  RCN-MEM-WORK.
           03  RMW-NAME            PICTURE X(6).
           03  RMW-EXT             PICTURE X(3).
       01  RCN-RECAP-LINE.
           03  FILLER              PICTURE X(9)
                           VALUE " CURRENT ".
           03  RCR-CURRENT         PICTURE ZZ9.
           03  FILLER              PICTURE X(7)
                           VALUE " STALE ".
           03  RCR-STALE           PICTURE ZZ9.
           03  FILLER              PICTURE X(10)
                           VALUE " ORPHANED ".
           03  RCR-ORPHAN          PICTURE ZZ9.
           03  FILLER              PICTURE X(16)
                           VALUE " NEVER COMPILED ".
           03  RCR-NEVER           PICTURE ZZ9.
           03  FILLER              PICTURE X(9)
                           VALUE " ALTERED ".
           03  RCR-ALTERED         PICTURE ZZ9.
           03  FILLER              PICTURE X(14)
                           VALUE SPACE.
       01  RCN-SEL-LINE.
           03  FILLER              PICTURE X(3)
                           VALUE SPACE.
           03  RCR-SELECTED        PICTURE ZZ9.
           03  FILLER              PICTURE X(40)
                           VALUE
               " SOURCE MEMBERS WRITTEN TO THE RECONCILE".
           03  FILLER              PICTURE X(34)
                           VALUE " SELECTION FILE".

      * *** TYMSHARE CHANGES FOR EFFECTIVE DATED TABLE VERSIONS -
      *     THE EFFECT CARD THAT FOLLOWS A TABLE HEADER (FROM
      *     DATE, OPTIONAL THRU DATE, DATA-NAME OF THE DATE TO
      *     TEST), THE VERSIONS OF THE TABLE NUMBER IN HAND -
      *     KEPT UNTIL THE FIRST CARD THAT IS NOT ANOTHER HEADER
      *     FOR THAT NUMBER CLOSES THE GROUP AND ITS DATE
      *     DISPATCH SECTION IS PUNCHED - AND THE DISPATCH LINES:

       01  EFF-CARD.
           03  FILLER              PICTURE X(7).
           03  EFC-ID              PICTURE X(6).
           03  FILLER              PICTURE X.
           03  EFC-FROM            PICTURE X(6).
           03  FILLER              PICTURE X.
           03  EFC-THRU            PICTURE X(6).
           03  FILLER              PICTURE X.
           03  EFC-FIELD           PICTURE X(30).
           03  FILLER              PICTURE X(22).
       01  EFF-CARD-RD     REDEFINES EFF-CARD.
           03  FILLER              PICTURE X(7).
           03  EFC-BODY            PICTURE X(65).
           03  FILLER              PICTURE X(8).
       01  EFF-DATE-WORK.
           03  EFD-DATE            PICTURE 9(6).
           03  EFD-PARTS       REDEFINES EFD-DATE.
               05  EFD-YY          PICTURE 9(2).
               05  EFD-MM          PICTURE 9(2).
               05  EFD-DD          PICTURE 9(2).
       01  EFF-MONTH-AREA.
           03  FILLER              PICTURE X(24)
                           VALUE "312931303130313130313031".
       01  EFF-MONTH-TABLE REDEFINES EFF-MONTH-AREA.
           03  EFM-DAYS            PICTURE 9(2)
                           OCCURS 12.
       01  EFF-VERSION-VECTOR.
           03  EFF-VERSION             OCCURS 20.
               05  EFV-FROM        PICTURE 9(6).
               05  EFV-THRU        PICTURE X(6).
               05  EFV-SECT        PICTURE X(30).
               05  EFV-PUNCHED     PICTURE X.
       01  EFF-NAME-WORK.
           03  EFN-CH              PICTURE X
                           OCCURS 40.
       01  EFF-FROM-AREA.
           03  EFF-FROM-CH         PICTURE X
                           OCCURS 6.
       77  EFF-FROM            PICTURE X(6)  VALUE SPACE.
       77  EFF-THRU            PICTURE X(6)  VALUE SPACE.
       77  EFF-SECT            PICTURE X(30) VALUE SPACE.
       77  EFF-CARD-SAVE       PICTURE X(65) VALUE SPACE.
       77  EFF-HDR-NO          PICTURE X(5).
       77  EFF-OPEN-SW         PICTURE X  VALUE ZERO.
       77  EFF-PEND-SW         PICTURE X  VALUE ZERO.
       77  EFF-BAD-SW          PICTURE X.
       77  EFF-ADDED-SW        PICTURE X  VALUE ZERO.
       77  EFF-TBLNO           PICTURE X(5).
       77  EFF-TBLNUM          PICTURE 9(5).
       77  EFF-NAME            PICTURE X(30).
       77  EFF-FIELD           PICTURE X(30).
       77  EFF-PEEK-NO         PICTURE X(5).
       77  EFF-CARD-HOLD       PICTURE X(80).
       77  EFF-COUNT           PICTURE S9(3)   COMPUTATIONAL
                           VALUE ZERO.
       77  EFF-I               PICTURE S9(3)   COMPUTATIONAL.
       77  EFF-K               PICTURE S9(3)   COMPUTATIONAL.
       77  EFF-Q               PICTURE S9(3)   COMPUTATIONAL.
       77  EFF-LAST-DAY        PICTURE 9(2).
       01  EFF-ERR-LINE.
           03  EFE-TEXT            PICTURE X(47).
           03  EFE-DATE            PICTURE X(6).
           03  FILLER              PICTURE X(8)
                           VALUE SPACE.
       01  EFF-IF-LINE.
           03  FILLER              PICTURE X(3)
                           VALUE "IF ".
           03  EFI-FIELD           PICTURE X(30).
           03  FILLER              PICTURE X(28)
                           VALUE SPACE.
       01  EFF-AND-LINE.
           03  FILLER              PICTURE X(8)
                           VALUE "    AND ".
           03  EFA-FIELD           PICTURE X(30).
           03  FILLER              PICTURE X(23)
                           VALUE SPACE.
       01  EFF-GE-LINE.
           03  FILLER              PICTURE X(18)
                           VALUE "    NOT LESS THAN ".
           03  EFR-FROM            PICTURE 9(6).
           03  FILLER              PICTURE X(37)
                           VALUE SPACE.
       01  EFF-LE-LINE.
           03  FILLER              PICTURE X(21)
                           VALUE "    NOT GREATER THAN ".
           03  EFR-THRU            PICTURE X(6).
           03  FILLER              PICTURE X(34)
                           VALUE SPACE.
       01  EFF-PERF-LINE.
           03  FILLER              PICTURE X(12)
                           VALUE "    PERFORM ".
           03  EFP-SECT            PICTURE X(30).
           03  FILLER              PICTURE X(19)
                           VALUE SPACE.
       01  EFF-GO-LINE.
           03  FILLER              PICTURE X(12)
                           VALUE "    GO TO EV".
           03  EFG-TBL             PICTURE 9(5).
           03  FILLER              PICTURE X(4)
                           VALUE "999.".
           03  FILLER              PICTURE X(40)
                           VALUE SPACE.
      * *** TYMSHARE CHANGES FOR THE DEAD RULE ANALYSIS OF GO TO
      *     TABLE CHAINS - FOR THE RECEIVING TABLE IN HAND, EACH
      *     TRANSFER INTO IT (CALLING TABLE AND RULE) WITH THE Y OR
      *     N VALUES THAT RULE FIXES ON THE RECEIVING TABLES OWN
      *     CONDITION ROWS (DASH WHERE NOTHING CARRIES OVER), AND
      *     THE REPORT LINES:

       01  DR-PATH-VECTOR.
           03  DR-PATH                 OCCURS 50.
               05  DR-FROM         PICTURE X(5).
               05  DR-RULE         PICTURE S9(3)   COMPUTATIONAL.
               05  DR-RKIND        PICTURE X.
               05  DR-VALS.
                   07  DR-VAL      PICTURE X
                           OCCURS 40.
       77  DR-COUNT            PICTURE S9(3)   COMPUTATIONAL.
       77  DR-T                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-C                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-R                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-S                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-P                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-A                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-I                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-J                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-K                PICTURE S9(3)   COMPUTATIONAL.
       77  DR-LAST-RULE        PICTURE S9(3)   COMPUTATIONAL.
       77  DR-Q                PICTURE X.
       77  DR-OVER-SW          PICTURE X.
       77  DR-BLIND-SW         PICTURE X.
       77  DR-CUT-SW           PICTURE X.
       77  DR-HEAD-SW          PICTURE X.
       77  DR-TITLE-SW         PICTURE X.
       77  DRTITLE             PICTURE X(58)
                           VALUE
           "DEAD RULE ANALYSIS OF GO TO TABLE CHAINS".
       77  DROVER              PICTURE X(58)
                           VALUE
           "LINKAGE LIST OVERFLOWED - NO TABLE ANALYZED".
       77  DR-TXT-DEAD         PICTURE X(33)
                           VALUE " - RULES NO TRANSFER CAN REACH".
       77  DR-TXT-BLIND        PICTURE X(33)
                           VALUE " - NOT ANALYZED, CALLER NOT KEPT".
       77  DR-TXT-BIG          PICTURE X(33)
                           VALUE " - NOT ANALYZED, TOO LARGE".
       77  DR-TXT-MANY         PICTURE X(33)
                           VALUE " - NOT ANALYZED, OVER 50 PATHS".
       77  DR-TXT-RULE         PICTURE X(40)
                           VALUE " CAN NEVER FIRE ON ANY TRANSFER IN".
       77  DR-TXT-ELSE         PICTURE X(40)
                           VALUE " IS RULED OUT BY EVERY CALLER".
       01  DR-COND-LINE.
           03  FILLER              PICTURE X(6)
                           VALUE SPACE.
           03  FILLER              PICTURE X
                           VALUE "C".
           03  DRC-NO              PICTURE 9(2).
           03  FILLER              PICTURE X
                           VALUE SPACE.
           03  DRC-TEXT            PICTURE X(60).
           03  FILLER              PICTURE X(10)
                           VALUE SPACE.
       01  DR-PATH-LINE.
           03  FILLER              PICTURE X(6)
                           VALUE SPACE.
           03  FILLER              PICTURE X(5)
                           VALUE "FROM ".
           03  DRL-FROM            PICTURE X(5).
           03  FILLER              PICTURE X(6)
                           VALUE " RULE ".
           03  DRL-RULE-AREA.
               05  DRL-RULE        PICTURE 9(3).
               05  FILLER          PICTURE X
                           VALUE SPACE.
           03  DRL-RULE-X      REDEFINES DRL-RULE-AREA
                                   PICTURE X(4).
           03  FILLER              PICTURE X(7)
                           VALUE " GIVES ".
           03  DRL-VALS            PICTURE X(40).
           03  FILLER              PICTURE X(7)
                           VALUE SPACE.
       01  DR-DEAD-LINE.
           03  FILLER              PICTURE X(6)
                           VALUE "TABLE ".
           03  DRD-TBL             PICTURE X(5).
           03  FILLER              PICTURE X(6)
                           VALUE " RULE ".
           03  DRD-RULE-AREA.
               05  DRD-RULE        PICTURE 9(3).
               05  FILLER          PICTURE X
                           VALUE SPACE.
           03  DRD-RULE-X      REDEFINES DRD-RULE-AREA
                                   PICTURE X(4).
           03  DRD-TEXT            PICTURE X(40).
077900                                                                  00  INPT
100180 01  LABEL-STACK.                                                 01  DCMP
100190     03  LSTACK                  PICTURE S9(3)   COMPUTATIONAL    01  DCMP
                                 THAN ANY NAME CONVERT-ID TAKES,
                                 SO A DECK NAMED AUDIT STILL
                                 PREPROCESSES NORMALLY.
           IF CNTRL-REC-W2 EQUAL TO "RECONCILE"
                GO TO GET-RECON-MODE.
           MOVE SPACES TO SOURCE-ID, OUTPUT-ID, EXT-PERIOD-FOUND.
           MOVE "1" TO CNTRL-MODE-SW.
           MOVE CNTRL-REC-NAME TO TEMPORARY-NAME.
           MOVE "NAR" TO NARR-ID-EXT.
           MOVE OUTPUT-ID-NAME TO NDECK-ID-NAME.
           MOVE "NDK" TO NDECK-ID-EXT.
           MOVE SOURCE-ID-NAME TO DICT-ID-NAME.
           MOVE "DIC" TO DICT-ID-EXT.
           MOVE SOURCE-ID-NAME TO DEFS-ID-NAME.
           MOVE "DEF" TO DEFS-ID-EXT.
           MOVE SOURCE-ID-NAME TO DFU-ID-NAME.
           MOVE "DFU" TO DFU-ID-EXT.
           MOVE OUTPUT-ID-NAME TO DFS-ID-NAME.
           MOVE "DFS" TO DFS-ID-EXT.
           MOVE SOURCE-ID-NAME TO APV-ID-NAME.
           MOVE "APR" TO APV-ID-EXT.
           MOVE OUTPUT-ID-NAME TO PND-ID-NAME.
           MOVE "PND" TO PND-ID-EXT.

           NOTE  ***  TYMSHARE CHANGES TO LOAD THE PRIOR RUNS
                TABLE SIGNATURES FROM THE HISTORY FILE (INPUT
                NAME, EXTENSION HST) SO THE END OF RUN CHANGE
                REPORT CAN TELL WHICH TABLES ARE NEW, CHANGED
                OR MISSING - AN EMPTY FILE MEANS A FIRST RUN
                AND NO REPORT - THE H4, H5 AND H6 RECORDS AFTER
                EACH H1 REBUILD THAT TABLES DECISION MATRIX FOR
                THE DECISION COMPARISON.

       GET-HISTORY.
           MOVE ZERO TO OT-COUNT.
                MOVE HST-TEXT TO OT-CONDSTK-PART (OT-COUNT, HST-IDX).
           IF HST-TYPE EQUAL TO "H3"
                MOVE HST-TEXT TO OT-ACTNSTK-PART (OT-COUNT, HST-IDX).
           IF HST-TYPE EQUAL TO "H4"
                GO TO GET-HISTORY-H4.
           IF HST-TYPE EQUAL TO "H5"
                GO TO GET-HISTORY-H5.
           IF HST-TYPE EQUAL TO "H6"
                GO TO GET-HISTORY-H6.
           GO TO GET-HISTORY-READ.

       GET-HISTORY-H1.
           ADD 1 TO OT-COUNT.
           MOVE HST-TBLNO TO OT-TBLNO (OT-COUNT).
           MOVE HST-TBLNAME TO OT-TBLNAME (OT-COUNT).
           MOVE HST-EFF TO OT-EFF (OT-COUNT).
           MOVE ZERO TO OT-SEEN-SW (OT-COUNT).
           MOVE SPACE TO OT-CONDSTK-SIG (OT-COUNT).
           MOVE SPACE TO OT-ACTNSTK-SIG (OT-COUNT).
           MOVE SPACE TO OLD-DM-ENTRY (OT-COUNT).
           MOVE ZERO TO PM-STATE (OT-COUNT).
           MOVE ZERO TO PM-NCONDS (OT-COUNT).
           MOVE ZERO TO PM-NACTNS (OT-COUNT).
           MOVE ZERO TO PM-NRULES (OT-COUNT).
           MOVE ZERO TO PM-HIT (OT-COUNT).
           MOVE ZERO TO PM-ELSE (OT-COUNT).
           GO TO GET-HISTORY-READ.

       GET-HISTORY-H4.
           IF HST-IDX GREATER THAN 040
                GO TO GET-HISTORY-READ.
           MOVE "1" TO PM-STATE (OT-COUNT).
           MOVE HST-TEXT TO PM-CTEXT (OT-COUNT, HST-IDX).
           IF HST-IDX GREATER THAN PM-NCONDS (OT-COUNT)
                MOVE HST-IDX TO PM-NCONDS (OT-COUNT).
           GO TO GET-HISTORY-READ.

       GET-HISTORY-H5.
           IF HST-IDX GREATER THAN 040
                GO TO GET-HISTORY-READ.
           MOVE HST-TEXT TO PM-ATEXT (OT-COUNT, HST-IDX).
           MOVE HST-XFER TO PM-AXFER (OT-COUNT, HST-IDX).
           IF HST-IDX GREATER THAN PM-NACTNS (OT-COUNT)
                MOVE HST-IDX TO PM-NACTNS (OT-COUNT).
           GO TO GET-HISTORY-READ.

       GET-HISTORY-H6.
           IF HST-IDX GREATER THAN 080
                GO TO GET-HISTORY-READ.
           MOVE HST-ENTRIES TO PM-ENTRIES (OT-COUNT, HST-IDX).
           MOVE HST-SEQ-AREA TO PM-SEQ-AREA (OT-COUNT, HST-IDX).
           IF HST-ELSE EQUAL TO "1"
                MOVE "1" TO PM-ELSE (OT-COUNT).
           IF HST-HIT EQUAL TO "1"
                MOVE "1" TO PM-HIT (OT-COUNT).
           IF HST-IDX GREATER THAN PM-NRULES (OT-COUNT)
                MOVE HST-IDX TO PM-NRULES (OT-COUNT).
           GO TO GET-HISTORY-READ.

       GET-HISTORY-DONE.
       GET-HITCNT-EXIT.
           EXIT.

           NOTE  ***  TYMSHARE CHANGES TO LOAD THE DATA DICTIONARY
                FILE (INPUT NAME, EXTENSION DIC) AT START UP - ONE
                CARD PER DATA-NAME OF THE HOST PROGRAM RECORD
                LAYOUTS, THE NAME IN COLUMNS 1 TO 30 AND ITS PICTURE
                STRING FROM COLUMN 32 (BLANK FOR A GROUP ITEM),
                KEPT AS A CLASS AND A LENGTH - AN EMPTY OR ABSENT
                FILE LEAVES THE STUB DICTIONARY CHECK OFF.

       GET-DICT.
           MOVE ZERO TO DD-COUNT.
           OPEN INPUT DICT-FILE.

       GET-DICT-READ.
           READ DICT-FILE AT END
                GO TO GET-DICT-DONE.
           MOVE DICT-RECORD TO DIC-REC-WORK.
           IF DIC-IN-C1 LESS THAN "A" OR DIC-IN-C1 GREATER THAN "Z"
                GO TO GET-DICT-READ.
           MOVE ZERO TO DD-P.
           MOVE ZERO TO DD-L.
           MOVE "9" TO DD-K.
           MOVE ZERO TO DD-CNT-SW.
           IF DIC-IN-PIC EQUAL TO SPACE
                MOVE "G" TO DD-K
                GO TO GET-DICT-STORE.
           IF DIC-IN-PIC-4 EQUAL TO "PIC "
                MOVE 4 TO DD-P.
           IF DIC-IN-PIC-8 EQUAL TO "PICTURE "
                MOVE 8 TO DD-P.

       GET-DICT-PIC.
           ADD 1 TO DD-P.
           IF DD-P GREATER THAN 30
                GO TO GET-DICT-SIZED.
           IF DIC-IN-PC (DD-P) EQUAL TO SPACE
                GO TO GET-DICT-SIZED.
           IF DIC-IN-PC (DD-P) EQUAL TO "("
                GO TO GET-DICT-REPEAT.
           IF DIC-IN-PC (DD-P) EQUAL TO "S"
                OR DIC-IN-PC (DD-P) EQUAL TO "V"
                OR DIC-IN-PC (DD-P) EQUAL TO "P"
                MOVE ZERO TO DD-CNT-SW
                GO TO GET-DICT-PIC.
           IF DIC-IN-PC (DD-P) EQUAL TO "."
                AND DD-P EQUAL TO 30
                GO TO GET-DICT-SIZED.
           MOVE DD-P TO DD-Q.
           IF DD-Q LESS THAN 30
                ADD 1 TO DD-Q.
           IF DIC-IN-PC (DD-P) EQUAL TO "."
                AND DIC-IN-PC (DD-Q) EQUAL TO SPACE
                GO TO GET-DICT-SIZED.
           IF DIC-IN-PC (DD-P) EQUAL TO "X"
                OR DIC-IN-PC (DD-P) EQUAL TO "A"
                MOVE "X" TO DD-K.
           IF DIC-IN-PC (DD-P) NOT EQUAL TO "9"
                AND DD-K EQUAL TO "9"
                MOVE "E" TO DD-K.
           ADD 1 TO DD-L.
           MOVE "1" TO DD-CNT-SW.
           GO TO GET-DICT-PIC.

       GET-DICT-REPEAT.
           MOVE ZERO TO DD-N.

       GET-DICT-REPEAT-DIGIT.
           ADD 1 TO DD-P.
           IF DD-P GREATER THAN 30
                GO TO GET-DICT-READ.
           IF DIC-IN-PC (DD-P) EQUAL TO ")"
                GO TO GET-DICT-REPEAT-END.
           MOVE DIC-IN-PC (DD-P) TO DD-DIGIT-X.
           IF DD-DIGIT-X NOT NUMERIC
                GO TO GET-DICT-READ.
           COMPUTE DD-N = DD-N * 10 + DD-DIGIT-1.
           GO TO GET-DICT-REPEAT-DIGIT.

       GET-DICT-REPEAT-END.
           IF DD-CNT-SW EQUAL TO "1" AND DD-N GREATER THAN ZERO
                COMPUTE DD-L = DD-L + DD-N - 1.
           GO TO GET-DICT-PIC.

       GET-DICT-SIZED.
           IF DD-L EQUAL TO ZERO
                GO TO GET-DICT-READ.

       GET-DICT-STORE.
           IF DD-COUNT NOT LESS THAN 500
                DISPLAY "?DICTIONARY LIST FULL, REST IGNORED",
                GO TO GET-DICT-DONE.
           ADD 1 TO DD-COUNT.
           MOVE DIC-IN-NAME TO DD-NAME (DD-COUNT).
           MOVE DD-K TO DD-CLASS (DD-COUNT).
           MOVE DD-L TO DD-LEN (DD-COUNT).
           GO TO GET-DICT-READ.

       GET-DICT-DONE.
           CLOSE DICT-FILE.

       GET-DICT-EXIT.
           EXIT.

           NOTE  ***  TYMSHARE CHANGES TO LOAD THE STUB DEFINITION
                LIBRARY (INPUT NAME, EXTENSION DEF) AT START UP -
                A C OR A IN COLUMN 1, THE DEFINITION NAME IN
                COLUMNS 2 TO 13 AND ONE LINE OF STUB TEXT IN
                COLUMNS 15 TO 74, FURTHER LINES OF THE SAME
                DEFINITION ON THE CARDS RIGHT AFTER IT, UP TO 5 -
                AN EMPTY OR ABSENT FILE LEAVES NAMED STUBS OFF.

       GET-DEFS.
           MOVE ZERO TO DF-COUNT.
           MOVE ZERO TO DF-TXT-COUNT.
           OPEN INPUT DEFS-FILE.

       GET-DEFS-READ.
           READ DEFS-FILE AT END
                GO TO GET-DEFS-DONE.
           MOVE DEFS-RECORD TO DEF-REC-WORK.
           IF DEF-IN-ROW NOT EQUAL TO "C"
                AND DEF-IN-ROW NOT EQUAL TO "A"
                GO TO GET-DEFS-READ.
           IF DEF-IN-NAME EQUAL TO SPACE
                GO TO GET-DEFS-READ.
           IF DF-COUNT EQUAL TO ZERO
                GO TO GET-DEFS-NEW.
           IF DEF-IN-ROW NOT EQUAL TO DF-ROW (DF-COUNT)
                OR DEF-IN-NAME NOT EQUAL TO DF-NAME (DF-COUNT)
                GO TO GET-DEFS-NEW.
           IF DF-LINES (DF-COUNT) NOT LESS THAN 5
                DISPLAY "?DEFINITION OVER 5 LINES, REST IGNORED",
                GO TO GET-DEFS-READ.
           GO TO GET-DEFS-LINE.

       GET-DEFS-NEW.
           MOVE ZERO TO DF-I.

       GET-DEFS-DUP-LOOP.
           ADD 1 TO DF-I.
           IF DF-I GREATER THAN DF-COUNT
                GO TO GET-DEFS-ADD.
           IF DF-ROW (DF-I) EQUAL TO DEF-IN-ROW
                AND DF-NAME (DF-I) EQUAL TO DEF-IN-NAME
                DISPLAY "?DUPLICATE DEFINITION NAME IGNORED",
                GO TO GET-DEFS-READ.
           GO TO GET-DEFS-DUP-LOOP.

       GET-DEFS-ADD.
           IF DF-COUNT NOT LESS THAN 200
                DISPLAY "?DEFINITION LIST FULL, REST IGNORED",
                GO TO GET-DEFS-DONE.
           IF DF-TXT-COUNT NOT LESS THAN 600
                DISPLAY "?DEFINITION TEXT FULL, REST IGNORED",
                GO TO GET-DEFS-DONE.
           ADD 1 TO DF-COUNT.
           MOVE DEF-IN-ROW TO DF-ROW (DF-COUNT).
           MOVE DEF-IN-NAME TO DF-NAME (DF-COUNT).
           MOVE DF-TXT-COUNT TO DF-FIRST (DF-COUNT).
           ADD 1 TO DF-FIRST (DF-COUNT).
           MOVE ZERO TO DF-LINES (DF-COUNT).

       GET-DEFS-LINE.
           IF DF-TXT-COUNT NOT LESS THAN 600
                DISPLAY "?DEFINITION TEXT FULL, REST IGNORED",
                GO TO GET-DEFS-DONE.
           ADD 1 TO DF-TXT-COUNT.
           MOVE DEF-IN-TEXT TO DF-TEXT (DF-TXT-COUNT).
           ADD 1 TO DF-LINES (DF-COUNT).
           GO TO GET-DEFS-READ.

       GET-DEFS-DONE.
           CLOSE DEFS-FILE.

       GET-DEFS-EXIT.
           EXIT.

           NOTE  ***  TYMSHARE CHANGES TO LOAD THE DEFINITION USE
                REGISTER (INPUT NAME, EXTENSION DFU) WRITTEN BY THE
                LAST RUN - THE UT RECORDS GIVE EACH DEFINITION AS
                IT STOOD THEN, THE UU RECORDS EACH TABLE THAT USED
                A DEFINITION, ITS SOURCE MEMBER AND WHETHER IT IS
                STILL WAITING TO BE RECOMPILED AFTER AN EARLIER
                CHANGE - NOT READ WHEN THERE ARE NO DEFINITIONS.

       GET-DEFUSE.
           MOVE ZERO TO DP-COUNT.
           MOVE ZERO TO DP-TXT-COUNT.
           MOVE ZERO TO DU-COUNT.
           IF DF-COUNT EQUAL TO ZERO
                GO TO GET-DEFUSE-EXIT.
           OPEN INPUT DEFUSE-FILE.

       GET-DEFUSE-READ.
           READ DEFUSE-FILE AT END
                GO TO GET-DEFUSE-DONE.
           MOVE DEFUSE-RECORD TO DFU-REC-WORK.
           IF DFU-TYPE EQUAL TO "UT"
                GO TO GET-DEFUSE-TEXT.
           IF DFU-TYPE NOT EQUAL TO "UU"
                GO TO GET-DEFUSE-READ.
           IF DU-COUNT NOT LESS THAN 500
                MOVE "1" TO DU-OVER-SW
                GO TO GET-DEFUSE-READ.
           ADD 1 TO DU-COUNT.
           MOVE DFU-ROW TO DU-ROW (DU-COUNT).
           MOVE DFU-NAME TO DU-NAME (DU-COUNT).
           MOVE DFU-TBLNO TO DU-TBLNO (DU-COUNT).
           MOVE DFU-MEMBER TO DU-MEMBER (DU-COUNT).
           MOVE ZERO TO DU-NOW (DU-COUNT).
           MOVE ZERO TO DU-STALE (DU-COUNT).
           IF DFU-STALE EQUAL TO "1"
                MOVE "1" TO DU-STALE (DU-COUNT).
           GO TO GET-DEFUSE-READ.

       GET-DEFUSE-TEXT.
           IF DP-COUNT EQUAL TO ZERO
                GO TO GET-DEFUSE-NEW.
           IF DFU-ROW EQUAL TO DP-ROW (DP-COUNT)
                AND DFU-NAME EQUAL TO DP-NAME (DP-COUNT)
                GO TO GET-DEFUSE-LINE.

       GET-DEFUSE-NEW.
           IF DP-COUNT NOT LESS THAN 200
                GO TO GET-DEFUSE-READ.
           IF DP-TXT-COUNT NOT LESS THAN 600
                GO TO GET-DEFUSE-READ.
           ADD 1 TO DP-COUNT.
           MOVE DFU-ROW TO DP-ROW (DP-COUNT).
           MOVE DFU-NAME TO DP-NAME (DP-COUNT).
           MOVE DP-TXT-COUNT TO DP-FIRST (DP-COUNT).
           ADD 1 TO DP-FIRST (DP-COUNT).
           MOVE ZERO TO DP-LINES (DP-COUNT).
           MOVE ZERO TO DP-CHG (DP-COUNT).

       GET-DEFUSE-LINE.
           IF DP-TXT-COUNT NOT LESS THAN 600
                GO TO GET-DEFUSE-READ.
           IF DP-LINES (DP-COUNT) NOT LESS THAN 5
                GO TO GET-DEFUSE-READ.
           ADD 1 TO DP-TXT-COUNT.
           MOVE DFU-TEXT TO DP-TEXT (DP-TXT-COUNT).
           ADD 1 TO DP-LINES (DP-COUNT).
           GO TO GET-DEFUSE-READ.

       GET-DEFUSE-DONE.
           CLOSE DEFUSE-FILE.

       GET-DEFUSE-EXIT.
           EXIT.

           NOTE  ***  TYMSHARE CHANGES TO LOAD THE APPROVAL REGISTER
                (INPUT NAME, EXTENSION APR) AT START UP - A P1 CARD
                GIVING THE TABLE NUMBER, NAME, APPROVER AND DATE,
                THEN THE APPROVED VERSIONS SIGNATURE AS THE H2 TO H6
                RECORDS OF THE HISTORY FILE, JUST AS THE PENDING
                APPROVAL FILE WRITES THEM - A P1 CARD WITH NO
                APPROVER IS NOT AN APPROVAL AND IS PASSED OVER.

       GET-APPROVALS.
           MOVE ZERO TO AV-COUNT.
           MOVE ZERO TO AV-LN-COUNT.
           MOVE "1" TO APR-SKIP-SW.
           OPEN INPUT APPROVE-FILE.

       GET-APPROVALS-READ.
           READ APPROVE-FILE AT END
                GO TO GET-APPROVALS-DONE.
           MOVE APPROVE-RECORD TO APV-REC-WORK.
           IF APV-TYPE EQUAL TO "P1"
                GO TO GET-APPROVALS-NEW.
           IF APR-SKIP-SW EQUAL TO "1"
                GO TO GET-APPROVALS-READ.
           IF AV-LN-COUNT NOT LESS THAN 2000
                DISPLAY "?APPROVAL REGISTER FULL, REST IGNORED",
                SUBTRACT 1 FROM AV-COUNT,
                GO TO GET-APPROVALS-DONE.
           ADD 1 TO AV-LN-COUNT.
           MOVE APPROVE-RECORD TO AV-LINE (AV-LN-COUNT).
           ADD 1 TO AV-LINES (AV-COUNT).
           GO TO GET-APPROVALS-READ.

       GET-APPROVALS-NEW.
           MOVE "1" TO APR-SKIP-SW.
           IF APV-WHO EQUAL TO SPACE
                GO TO GET-APPROVALS-READ.
           IF AV-COUNT NOT LESS THAN 200
                DISPLAY "?APPROVAL REGISTER FULL, REST IGNORED",
                GO TO GET-APPROVALS-DONE.
           MOVE ZERO TO APR-SKIP-SW.
           ADD 1 TO AV-COUNT.
           MOVE APV-TBLNO TO AV-TBLNO (AV-COUNT).
           MOVE APV-WHO TO AV-WHO (AV-COUNT).
           MOVE APV-DATE TO AV-DATE (AV-COUNT).
           MOVE AV-LN-COUNT TO AV-FIRST (AV-COUNT).
           ADD 1 TO AV-FIRST (AV-COUNT).
           MOVE ZERO TO AV-LINES (AV-COUNT).
           GO TO GET-APPROVALS-READ.

       GET-APPROVALS-DONE.
           CLOSE APPROVE-FILE.

       GET-APPROVALS-EXIT.
           EXIT.

           NOTE  ***  TYMSHARE CHANGES FOR THE AUDIT HISTORY
                REPORT MODE - WHEN THE FIRST CONTROL FILE RECORD
                IS THE PHRASE AUDIT REPORT, THE SECOND NAMES THE
           IF AR-I GREATER THAN AR-TBLS
                GO TO AUDIT-REPORT-NEWTBL.
           IF AT-TBLNO (AR-I) EQUAL TO AUD-TBLNO
               AND AT-EFF (AR-I) EQUAL TO AUD-EFF-FROM
                GO TO AUDIT-REPORT-POST.
           GO TO AUDIT-REPORT-FIND.

           MOVE AR-TBLS TO AR-I.
           MOVE AUD-TBLNO TO AT-TBLNO (AR-I).
           MOVE AUD-TBLNAME TO AT-NAME (AR-I).
           MOVE AUD-EFF-FROM TO AT-EFF (AR-I).
           MOVE AUD-RULES TO AT-FIRST-RULES (AR-I).
           MOVE ZERO TO AT-TERM (AR-I).
           MOVE ZERO TO AT-WARN (AR-I).
           IF AR-I GREATER THAN AR-TBLS
                GO TO AUDIT-REPORT-STALE.
           MOVE AT-TBLNO (AR-I) TO ART-TBL.
           MOVE AT-EFF (AR-I) TO ART-EFF.
           MOVE AT-CLEAN-DATE (AR-I) TO ART-CLEAN.
           MOVE AT-TERM (AR-I) TO ART-TERM.
           MOVE AT-WARN (AR-I) TO ART-WARN.
           IF AT-LAST-RUN (AR-I) GREATER THAN AR-CUT
                GO TO AUDIT-REPORT-STALE-LOOP.
           MOVE AT-TBLNO (AR-I) TO AST-TBL.
           MOVE AT-EFF (AR-I) TO AST-EFF.
           MOVE AT-NAME (AR-I) TO AST-NAME.
           MOVE AT-LAST-DATE (AR-I) TO AST-DATE.
           MOVE AUD-STALE-LINE TO BUFFER.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           GO TO AUDIT-REPORT-STALE-LOOP.

       AUDIT-REPORT-DONE.
           MOVE " END OF AUDIT HISTORY REPORT." TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           CLOSE AUDIT-FILE.
           CLOSE LIST-OUT.

       AUDIT-REPORT-EXIT.
           EXIT.

           NOTE  ***  TYMSHARE CHANGES FOR THE MEMBER RECONCILE
                MODE - WHEN THE FIRST CONTROL FILE RECORD IS THE
                WORD RECONCILE, THE SECOND NAMES THE SOURCE
                LIBRARY (ITS SELECTION LIST, AUDIT FILE AND
                HISTORY FILE GO BY THAT NAME) - DETAP THEN CHECKS
                EVERY TABLE ON THE AUDIT FILE AND EVERY TABLE IN
                THE SELECTED SOURCE MEMBERS AGAINST THE CARD
                SIGNATURES OF ITS LAST CLEAN PUNCHED COMPILE,
                LISTS EACH AS CURRENT, STALE, ORPHANED, NEVER
                COMPILED OR ALTERED ON THE LISTING FILE (EXTENSION
                RCN), WRITES THE SOURCE MEMBERS TO RECOMPILE TO A
                SELECTION FILE (EXTENSION RCS) AND STOPS.

       GET-RECON-MODE.
           READ CNTRL-FILE AT END
                GO TO GET-RECON-BAD.
           MOVE CNTRL-REC-NAME TO TEMPORARY-NAME.
           MOVE 0 TO I.
           MOVE SPACES TO PROGRAM-NAME, EXT-PERIOD-FOUND.
           PERFORM CONVERT-ID THRU CONVERT-ID-EXIT
                VARYING J FROM 1 BY 1
                UNTIL J > 10.
           IF I > 9
                GO TO GET-RECON-BAD.
           IF PROGRAM-NAME EQUAL TO SPACES
                GO TO GET-RECON-BAD.
           MOVE PROGRAM-NAME TO SOURCE-ID.
           IF NOT EXT-PER-FOUND
                IF SOURCE-ID-EXT EQUAL TO SPACES
                    MOVE "CBL" TO SOURCE-ID-EXT.
           MOVE SOURCE-ID-NAME TO OUTPUT-ID-NAME.
           MOVE "CBL" TO OUTPUT-ID-EXT.
           PERFORM SET-COMPANION-NAMES.
           MOVE SOURCE-ID-NAME TO SEL-ID-NAME.
           MOVE "SEL" TO SEL-ID-EXT.
           MOVE SOURCE-ID-NAME TO LISTING-ID-NAME.
           MOVE "RCN" TO LISTING-ID-EXT.
           MOVE SOURCE-ID-NAME TO RCS-ID-NAME.
           MOVE "RCS" TO RCS-ID-EXT.

       GET-RECON-GO.
           CLOSE CNTRL-FILE.
           PERFORM RECON-REPORT THRU RECON-REPORT-EXIT.
           STOP RUN RETURNING QX.

       GET-RECON-BAD.
           CLOSE CNTRL-FILE.
           DISPLAY "?RECONCILE CONTROL CARDS BAD".
           MOVE 012 TO QX.
           STOP RUN RETURNING QX.

       RECON-REPORT.
           MOVE ZERO TO RC-T-COUNT, RC-M-COUNT, RC-OVER-SW.
           MOVE ZERO TO RC-N-CURRENT, RC-N-STALE, RC-N-ORPHAN.
           MOVE ZERO TO RC-N-NEVER, RC-N-ALTERED, RC-N-SELECTED.
           MOVE ZERO TO QX.
           OPEN OUTPUT LIST-OUT.
           MOVE SPACE TO TYPEMSG.
           MOVE RCNTITLE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           PERFORM GET-HISTORY THRU GET-HISTORY-EXIT.
                               NOTE THE LAST RUNS HISTORY GIVES THE
                                 TABLE NUMBER OF A TABLE THE AUDIT
                                 FILE HAS NEVER SEEN.
           OPEN INPUT AUDIT-FILE.

       RECON-AUD-READ.
           READ AUDIT-FILE AT END
                GO TO RECON-AUD-DONE.
           MOVE AUDIT-RECORD TO AUDIT-WORK.
           IF AUD-TBLNO NOT NUMERIC
                GO TO RECON-AUD-READ.
           MOVE ZERO TO RC-I.

       RECON-AUD-FIND.
           ADD 001 TO RC-I.
           IF RC-I GREATER THAN RC-T-COUNT
                GO TO RECON-AUD-NEWTBL.
           IF RC-T-SOURCE (RC-I) EQUAL TO AUD-SOURCE
                AND RC-T-NAME (RC-I) EQUAL TO AUD-TBLNAME
                AND RC-T-EFF (RC-I) EQUAL TO AUD-EFF-FROM
                GO TO RECON-AUD-POST.
                               NOTE EACH DATED VERSION OF A TABLE
                                 IS RECONCILED IN ITS OWN RIGHT.
           GO TO RECON-AUD-FIND.

       RECON-AUD-NEWTBL.
           IF RC-T-COUNT NOT LESS THAN 200
                MOVE "1" TO RC-OVER-SW
                GO TO RECON-AUD-READ.
           ADD 1 TO RC-T-COUNT.
           MOVE RC-T-COUNT TO RC-I.
           MOVE AUD-SOURCE TO RC-T-SOURCE (RC-I).
           MOVE AUD-TBLNAME TO RC-T-NAME (RC-I).
           MOVE AUD-EFF-FROM TO RC-T-EFF (RC-I).
           MOVE "NEVER " TO RC-T-CLEAN (RC-I).
           MOVE SPACE TO RC-T-SRC-SIG (RC-I).
           MOVE SPACE TO RC-T-MEMBER (RC-I).
           MOVE ZERO TO RC-T-FOUND (RC-I).
           MOVE ZERO TO RC-T-MATCH (RC-I).

       RECON-AUD-POST.
           MOVE AUD-TBLNO TO RC-T-TBLNO (RC-I).
           IF AUD-TERM NOT EQUAL TO ZERO
                GO TO RECON-AUD-READ.
           IF AUD-PUNCHED NOT EQUAL TO "1"
                GO TO RECON-AUD-READ.
                               NOTE ONLY A CLEAN COMPILE THAT WAS
                                 PUNCHED MADE THE MEMBER IN THE
                                 LIBRARY - A CHK RUN OR A HELD
                                 TABLE LEAVES THE OLD ONE THERE.
           MOVE AUD-RUN-DATE TO RC-T-CLEAN (RC-I).
           MOVE AUD-SRC-SIG TO RC-T-SRC-SIG (RC-I).
           MOVE AUD-MEMBER TO RC-T-MEMBER (RC-I).
           MOVE ZERO TO RC-J.

       RECON-AUD-MEM-FIND.
           ADD 001 TO RC-J.
           IF RC-J GREATER THAN RC-M-COUNT
                GO TO RECON-AUD-MEM-NEW.
           IF RC-M-NAME (RC-J) EQUAL TO AUD-MEMBER
                GO TO RECON-AUD-MEM-POST.
           GO TO RECON-AUD-MEM-FIND.

       RECON-AUD-MEM-NEW.
           IF RC-M-COUNT NOT LESS THAN 200
                MOVE "1" TO RC-OVER-SW
                GO TO RECON-AUD-READ.
           ADD 1 TO RC-M-COUNT.
           MOVE RC-M-COUNT TO RC-J.
           MOVE AUD-MEMBER TO RC-M-NAME (RC-J).

       RECON-AUD-MEM-POST.
           MOVE AUD-MEM-SIG TO RC-M-SIG (RC-J).
           MOVE SPACE TO RC-M-STATE (RC-J).
           GO TO RECON-AUD-READ.

       RECON-AUD-DONE.
           CLOSE AUDIT-FILE.
           MOVE ZERO TO LIB-COUNT.
           OPEN INPUT SELECT-FILE.

       RECON-SEL-READ.
           READ SELECT-FILE AT END
                GO TO RECON-SEL-DONE.
           IF SEL-REC-1 EQUAL TO "*"
                GO TO RECON-SEL-READ.
           IF SEL-REC-NAME EQUAL TO SPACES
                GO TO RECON-SEL-READ.
           IF LIB-COUNT NOT LESS THAN 50
                DISPLAY "?SELECTION LIST FULL, REST IGNORED",
                GO TO RECON-SEL-DONE.
           MOVE SEL-REC-NAME TO TEMPORARY-NAME.
           MOVE 0 TO I.
           MOVE SPACES TO PROGRAM-NAME, EXT-PERIOD-FOUND.
           PERFORM CONVERT-ID THRU CONVERT-ID-EXIT
                VARYING J FROM 1 BY 1
                UNTIL J > 10.
           IF I > 9
                DISPLAY "?BAD SELECTION CARD IGNORED",
                GO TO RECON-SEL-READ.
           IF PROGRAM-NAME EQUAL TO SPACES
                GO TO RECON-SEL-READ.
           ADD 1 TO LIB-COUNT.
           MOVE PROGRAM-NAME TO LIB-WORK-ID.
           IF NOT EXT-PER-FOUND
                IF LIB-WORK-EXT EQUAL TO SPACES
                    MOVE SOURCE-ID-EXT TO LIB-WORK-EXT.
           MOVE LIB-WORK-ID TO LIB-MEMBER (LIB-COUNT).
           GO TO RECON-SEL-READ.

       RECON-SEL-DONE.
           CLOSE SELECT-FILE.
           IF LIB-COUNT EQUAL TO ZERO
                MOVE WARNING TO TYPEMSG
                MOVE RCNNOSEL TO ERROR-PRINT
                PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           MOVE ZERO TO RC-K.

       RECON-SRC-MEMBER.
           ADD 001 TO RC-K.
           IF RC-K GREATER THAN LIB-COUNT
                GO TO RECON-MEM-CHECK.
           MOVE LIB-MEMBER (RC-K) TO SOURCE-ID.
           MOVE ZERO TO RC-SEG-SW.
           OPEN INPUT FILE-IN.

       RECON-SRC-READ.
           READ FILE-IN AT END
                GO TO RECON-SRC-END.
           MOVE SPACES TO WS-CARD.
           MOVE INPUTREC TO STANDRD-FMT-SHIFT.
           IF WS-CC8-13 EQUAL TO "DETAP "
                PERFORM RECON-SEG-START THRU RECON-SEG-START-EXIT.
           IF WS-CC8-13 EQUAL TO "DETAP."
                PERFORM RECON-SEG-START THRU RECON-SEG-START-EXIT.
           IF RC-SEG-SW NOT EQUAL TO "1"
                GO TO RECON-SRC-READ.
           MOVE INPUTREC TO RC-CARD-AREA.
           PERFORM CARD-SIG THRU CARD-SIG-EXIT.
           IF WS-CC8-13 EQUAL TO "EFFECT"
                AND RC-SEG-EFF EQUAL TO SPACE
                MOVE WS-CARD TO EFF-CARD
                MOVE EFC-FROM TO RC-SEG-EFF.
           IF WS-CC8-12 EQUAL TO "TEND."
                PERFORM RECON-SEG-END THRU RECON-SEG-END-EXIT.
           GO TO RECON-SRC-READ.

       RECON-SRC-END.
           CLOSE FILE-IN.
           IF RC-SEG-SW EQUAL TO "1"
                PERFORM RECON-SEG-END THRU RECON-SEG-END-EXIT.
           GO TO RECON-SRC-MEMBER.

       RECON-MEM-CHECK.
           MOVE ZERO TO RC-J.

       RECON-MEM-LOOP.
           ADD 001 TO RC-J.
           IF RC-J GREATER THAN RC-M-COUNT
                GO TO RECON-CLASSIFY.
           IF RC-M-SIG (RC-J) EQUAL TO SPACE
                GO TO RECON-MEM-LOOP.
                               NOTE NO MEMBER SIGNATURE - PUNCHED
                                 WITHOUT DOPT MEM OR BEFORE THE
                                 AUDIT RECORD CARRIED ONE.
           MOVE RC-M-SIG (RC-J) TO RC-SIG-DISP.
           MOVE RC-SD-CARDS TO RC-MEM-LIMIT.
           MOVE ZERO TO RC-SIG-CARDS.
           MOVE ZERO TO RC-SIG-HASH.
           MOVE RC-M-NAME (RC-J) TO SOURCE-ID.
           OPEN INPUT FILE-IN.

       RECON-MEM-READ.
           IF RC-SIG-CARDS NOT LESS THAN RC-MEM-LIMIT
                GO TO RECON-MEM-END.
           READ FILE-IN AT END
                GO TO RECON-MEM-END.
           MOVE INPUTREC TO RC-CARD-AREA.
           PERFORM CARD-SIG THRU CARD-SIG-EXIT.
           GO TO RECON-MEM-READ.

       RECON-MEM-END.
           CLOSE FILE-IN.
           MOVE RC-SIG-CARDS TO RC-SD-CARDS.
           MOVE RC-SIG-HASH TO RC-SD-HASH.
           MOVE "C" TO RC-M-STATE (RC-J).
           IF RC-SIG-CARDS EQUAL TO ZERO
                MOVE "M" TO RC-M-STATE (RC-J)
                GO TO RECON-MEM-LOOP.
           IF RC-SIG-DISP NOT EQUAL TO RC-M-SIG (RC-J)
                MOVE "A" TO RC-M-STATE (RC-J).
           GO TO RECON-MEM-LOOP.

       RECON-CLASSIFY.
           IF RC-OVER-SW EQUAL TO "1"
                MOVE WARNING TO TYPEMSG
                MOVE RCNOVER TO ERROR-PRINT
                PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           OPEN OUTPUT RECSEL-FILE.
           MOVE RCN-HDR-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE ZERO TO RC-I.

       RECON-CLASS-LOOP.
           ADD 001 TO RC-I.
           IF RC-I GREATER THAN RC-T-COUNT
                GO TO RECON-RECAP.
           IF RC-T-CLEAN (RC-I) EQUAL TO "NEVER "
                GO TO RECON-CLASS-NEVER.
           IF RC-T-FOUND (RC-I) NOT EQUAL TO "1"
                MOVE "ORPHANED" TO RCL-STATUS
                ADD 1 TO RC-N-ORPHAN
                GO TO RECON-CLASS-PRINT.
           MOVE SPACE TO RC-MSTATE.
           MOVE ZERO TO RC-J.

       RECON-CLASS-MEM.
           ADD 001 TO RC-J.
           IF RC-J GREATER THAN RC-M-COUNT
                GO TO RECON-CLASS-STATE.
           IF RC-M-NAME (RC-J) EQUAL TO RC-T-MEMBER (RC-I)
                MOVE RC-M-STATE (RC-J) TO RC-MSTATE
                GO TO RECON-CLASS-STATE.
           GO TO RECON-CLASS-MEM.

       RECON-CLASS-STATE.
           IF RC-MSTATE EQUAL TO "M"
                MOVE "MEMBER MISSING" TO RCL-STATUS
                ADD 1 TO RC-N-STALE
                GO TO RECON-CLASS-SELECT.
           IF RC-T-MATCH (RC-I) EQUAL TO "1"
                GO TO RECON-CLASS-SAME.
           ADD 1 TO RC-N-STALE.
           MOVE "STALE" TO RCL-STATUS.
           IF RC-MSTATE EQUAL TO "A"
                ADD 1 TO RC-N-ALTERED
                MOVE "STALE, ALTERED" TO RCL-STATUS.
           GO TO RECON-CLASS-SELECT.

       RECON-CLASS-SAME.
           IF RC-MSTATE EQUAL TO "A"
                MOVE "ALTERED" TO RCL-STATUS
                ADD 1 TO RC-N-ALTERED
                GO TO RECON-CLASS-PRINT.
                               NOTE AN ALTERED MEMBER OVER CURRENT
                                 SOURCE IS NOT SELECTED - THE HAND
                                 PATCH IS FOR SOMEONE TO LOOK AT
                                 BEFORE A RECOMPILE WIPES IT OUT.
           MOVE "CURRENT" TO RCL-STATUS.
           ADD 1 TO RC-N-CURRENT.
           GO TO RECON-CLASS-PRINT.

       RECON-CLASS-NEVER.
           IF RC-T-FOUND (RC-I) NOT EQUAL TO "1"
                GO TO RECON-CLASS-LOOP.
                               NOTE A TABLE THAT NEVER COMPILED
                                 CLEAN AND IS GONE FROM THE SOURCE
                                 HAS NOTHING LEFT TO RECONCILE.
           MOVE "NEVER COMPILED" TO RCL-STATUS.
           ADD 1 TO RC-N-NEVER.

       RECON-CLASS-SELECT.
           PERFORM RECON-SELECT THRU RECON-SELECT-EXIT.

       RECON-CLASS-PRINT.
           MOVE RC-T-TBLNO (RC-I) TO RCL-TBLNO.
           MOVE RC-T-NAME (RC-I) TO RCL-NAME.
           MOVE RC-T-EFF (RC-I) TO RCL-EFF.
           MOVE RC-T-SOURCE (RC-I) TO RCN-MEM-WORK.
           PERFORM RECON-MEM-NAME THRU RECON-MEM-NAME-EXIT.
           MOVE RCN-MEM-NAME TO RCL-SOURCE.
           MOVE RC-T-MEMBER (RC-I) TO RCN-MEM-WORK.
           PERFORM RECON-MEM-NAME THRU RECON-MEM-NAME-EXIT.
           MOVE RCN-MEM-NAME TO RCL-MEMBER.
           MOVE RC-T-CLEAN (RC-I) TO RCL-CLEAN.
           MOVE RCN-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           GO TO RECON-CLASS-LOOP.

       RECON-RECAP.
           CLOSE RECSEL-FILE.
           MOVE RC-N-CURRENT TO RCR-CURRENT.
           MOVE RC-N-STALE TO RCR-STALE.
           MOVE RC-N-ORPHAN TO RCR-ORPHAN.
           MOVE RC-N-NEVER TO RCR-NEVER.
           MOVE RC-N-ALTERED TO RCR-ALTERED.
           MOVE RCN-RECAP-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE RC-N-SELECTED TO RCR-SELECTED.
           MOVE RCN-SEL-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           IF RC-N-CURRENT NOT EQUAL TO RC-T-COUNT
                MOVE 004 TO QX.
                               NOTE ANY TABLE OUT OF STEP GIVES THE
                                 JOB STEP A WARNING RETURN CODE.
           MOVE " END OF MEMBER RECONCILIATION." TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           CLOSE LIST-OUT.

       RECON-REPORT-EXIT.
           EXIT.

           NOTE  ***  RECON-SEG-START AND RECON-SEG-END BRACKET
                ONE TABLE OF A SOURCE MEMBER - FROM ITS HEADER CARD
                TO ITS TEND CARD, THE NEXT HEADER OR THE END OF THE
                MEMBER - AND MATCH ITS SIGNATURE TO THE TABLE OF
                THE SAME NAME AND EFFECTIVE FROM DATE (ITS EFFECT
                CARD) FROM THE SAME MEMBER ON THE AUDIT FILE. WHEN
                THERE IS NONE IT IS ADDED AS NEVER COMPILED - OR AS
                STALE WHEN ANOTHER VERSION OF THE TABLE COMPILED
                CLEAN, SINCE ITS MEMBER THEN LACKS THIS ONE. ANY
                SEGMENT THAT DIFFERS MAKES ITS TABLE STALE.

       RECON-SEG-START.
           IF RC-SEG-SW EQUAL TO "1"
                PERFORM RECON-SEG-END THRU RECON-SEG-END-EXIT.
           MOVE "1" TO RC-SEG-SW.
           MOVE ZERO TO RC-SIG-CARDS.
           MOVE ZERO TO RC-SIG-HASH.
           MOVE WS-CARD TO TABLE-CARD.
           MOVE TABLE-NAME TO SCAN-FIELD.
           PERFORM D90-LEFT-JUSTIFY THRU D93-LEFT-JUSTIFY-EXIT.
           MOVE NAMEFIELD TO RC-SEG-NAME.
           MOVE SPACE TO RC-SEG-EFF.

       RECON-SEG-START-EXIT.
           EXIT.

       RECON-SEG-END.
           MOVE ZERO TO RC-SEG-SW.
           MOVE RC-SIG-CARDS TO RC-SD-CARDS.
           MOVE RC-SIG-HASH TO RC-SD-HASH.
           MOVE ZERO TO RC-I.

       RECON-SEG-FIND.
           ADD 001 TO RC-I.
           IF RC-I GREATER THAN RC-T-COUNT
                GO TO RECON-SEG-NEW.
           IF RC-T-SOURCE (RC-I) NOT EQUAL TO SOURCE-ID
                GO TO RECON-SEG-FIND.
           IF RC-T-NAME (RC-I) NOT EQUAL TO RC-SEG-NAME
                GO TO RECON-SEG-FIND.
           IF RC-T-EFF (RC-I) NOT EQUAL TO RC-SEG-EFF
                GO TO RECON-SEG-FIND.
           IF RC-T-FOUND (RC-I) NOT EQUAL TO "1"
                AND RC-T-SRC-SIG (RC-I) EQUAL TO RC-SIG-DISP
                MOVE "1" TO RC-T-MATCH (RC-I).
           IF RC-T-SRC-SIG (RC-I) NOT EQUAL TO RC-SIG-DISP
                MOVE ZERO TO RC-T-MATCH (RC-I).
           MOVE "1" TO RC-T-FOUND (RC-I).
           GO TO RECON-SEG-END-EXIT.

       RECON-SEG-NEW.
           IF RC-T-COUNT NOT LESS THAN 200
                MOVE "1" TO RC-OVER-SW
                GO TO RECON-SEG-END-EXIT.
           ADD 1 TO RC-T-COUNT.
           MOVE RC-T-COUNT TO RC-I.
           MOVE SOURCE-ID TO RC-T-SOURCE (RC-I).
           MOVE RC-SEG-NAME TO RC-T-NAME (RC-I).
           MOVE RC-SEG-EFF TO RC-T-EFF (RC-I).
           MOVE SPACE TO RC-T-TBLNO (RC-I).
           MOVE "NEVER " TO RC-T-CLEAN (RC-I).
           MOVE SPACE TO RC-T-SRC-SIG (RC-I).
           MOVE SPACE TO RC-T-MEMBER (RC-I).
           MOVE "1" TO RC-T-FOUND (RC-I).
           MOVE ZERO TO RC-T-MATCH (RC-I).
           MOVE ZERO TO RC-J.

       RECON-SEG-SIB.
           ADD 001 TO RC-J.
           IF RC-J NOT LESS THAN RC-I
                GO TO RECON-SEG-SIB-NONE.
           IF RC-T-SOURCE (RC-J) NOT EQUAL TO SOURCE-ID
                GO TO RECON-SEG-SIB.
           IF RC-T-NAME (RC-J) NOT EQUAL TO RC-SEG-NAME
                GO TO RECON-SEG-SIB.
           IF RC-T-CLEAN (RC-J) EQUAL TO "NEVER "
                GO TO RECON-SEG-SIB.
           MOVE RC-T-TBLNO (RC-J) TO RC-T-TBLNO (RC-I).
           MOVE RC-T-MEMBER (RC-J) TO RC-T-MEMBER (RC-I).
           MOVE SPACE TO RC-T-CLEAN (RC-I).
           GO TO RECON-SEG-END-EXIT.
                               NOTE A VERSION ADDED OR REDATED SINCE
                                 ANOTHER VERSION OF THE TABLE WAS
                                 PUNCHED - NO CLEAN DATE OF ITS OWN,
                                 SO IT CLASSES AS STALE (OR MEMBER
                                 MISSING) AGAINST THAT MEMBER.

       RECON-SEG-SIB-NONE.
           MOVE ZERO TO RC-J.

       RECON-SEG-HST.
           ADD 001 TO RC-J.
           IF RC-J GREATER THAN OT-COUNT
                GO TO RECON-SEG-END-EXIT.
           IF OT-TBLNAME (RC-J) EQUAL TO RC-SEG-NAME
                MOVE OT-TBLNO (RC-J) TO RC-T-TBLNO (RC-I)
                GO TO RECON-SEG-END-EXIT.
           GO TO RECON-SEG-HST.

       RECON-SEG-END-EXIT.
           EXIT.

       RECON-SELECT.
           MOVE "S" TO RC-T-FOUND (RC-I).
           MOVE ZERO TO RC-J.

       RECON-SELECT-DUP.
           ADD 001 TO RC-J.
           IF RC-J NOT LESS THAN RC-I
                GO TO RECON-SELECT-WRITE.
           IF RC-T-FOUND (RC-J) EQUAL TO "S"
                AND RC-T-SOURCE (RC-J) EQUAL TO RC-T-SOURCE (RC-I)
                GO TO RECON-SELECT-EXIT.
           GO TO RECON-SELECT-DUP.

       RECON-SELECT-WRITE.
           MOVE RC-T-SOURCE (RC-I) TO RCN-MEM-WORK.
           PERFORM RECON-MEM-NAME THRU RECON-MEM-NAME-EXIT.
           MOVE RCN-MEM-NAME TO RCS-MEM.
           WRITE RECSEL-RECORD FROM RCS-CARD.
           ADD 1 TO RC-N-SELECTED.

       RECON-SELECT-EXIT.
           EXIT.

       RECON-MEM-NAME.
           MOVE SPACE TO RCN-MEM-NAME.
           IF RCN-MEM-WORK EQUAL TO SPACE
                GO TO RECON-MEM-NAME-EXIT.
           MOVE RMW-NAME TO RMN-NAME.
           MOVE "." TO RMN-PERIOD.
           MOVE RMW-EXT TO RMN-EXT.

       RECON-MEM-NAME-EXIT.
           EXIT.

           NOTE  ***  TYMSHARE CHANGES FOR THE CARD SIGNATURES ON
                THE AUDIT RECORD - CARD-SIG-SOURCE SIGNS THE SOURCE
                CARDS OF EACH TABLE FROM ITS HEADER CARD THROUGH
                ITS TEND CARD AS THEY ARE READ, CARD-SIG-MEMBER
                EACH CARD PUNCHED TO A DOPT MEM MEMBER - CARD-SIG
                ADDS ONE CARD TO A SIGNATURE - THE CARD COUNT, AND
                A HASH OF EVERY NON-BLANK COLUMN WEIGHTED BY ITS
                POSITION, FOLDED CARD BY CARD SO CARD ORDER COUNTS.

       CARD-SIG-SOURCE.
           IF WS-CC8-13 EQUAL TO "DETAP "
                MOVE ZERO TO RC-SRC-CARDS, RC-SRC-HASH, RC-SRC-DONE-SW.
           IF WS-CC8-13 EQUAL TO "DETAP."
                MOVE ZERO TO RC-SRC-CARDS, RC-SRC-HASH, RC-SRC-DONE-SW.
           IF RC-SRC-DONE-SW EQUAL TO "1"
                GO TO CARD-SIG-SOURCE-EXIT.
           MOVE INPUTREC TO RC-CARD-AREA.
           MOVE RC-SRC-CARDS TO RC-SIG-CARDS.
           MOVE RC-SRC-HASH TO RC-SIG-HASH.
           PERFORM CARD-SIG THRU CARD-SIG-EXIT.
           MOVE RC-SIG-CARDS TO RC-SRC-CARDS.
           MOVE RC-SIG-HASH TO RC-SRC-HASH.
           IF WS-CC8-12 EQUAL TO "TEND."
                MOVE "1" TO RC-SRC-DONE-SW.

       CARD-SIG-SOURCE-EXIT.
           EXIT.

       CARD-SIG-MEMBER.
           MOVE PUNCHOUT TO RC-CARD-AREA.
           MOVE RC-MEM-CARDS TO RC-SIG-CARDS.
           MOVE RC-MEM-HASH TO RC-SIG-HASH.
           PERFORM CARD-SIG THRU CARD-SIG-EXIT.
           MOVE RC-SIG-CARDS TO RC-MEM-CARDS.
           MOVE RC-SIG-HASH TO RC-MEM-HASH.

       CARD-SIG-MEMBER-EXIT.
           EXIT.

       CARD-SIG.
           ADD 1 TO RC-SIG-CARDS.
           MOVE ZERO TO RC-CSUM.
           MOVE ZERO TO RC-COL.

       CARD-SIG-COL.
           ADD 001 TO RC-COL.
           IF RC-COL GREATER THAN 080
                GO TO CARD-SIG-FOLD.
           IF RC-CARD-CH (RC-COL) EQUAL TO SPACE
                GO TO CARD-SIG-COL.
           MOVE 1 TO RC-ORD.

       CARD-SIG-FIND.
           IF RC-CARD-CH (RC-COL) EQUAL TO RC-ALPHA-CH (RC-ORD)
                GO TO CARD-SIG-ADD.
           ADD 001 TO RC-ORD.
           IF RC-ORD NOT GREATER THAN 062
                GO TO CARD-SIG-FIND.
                               NOTE A CHARACTER NOT IN THE TABLE
                                 (A QUOTE, SAY) COUNTS AS 63.

       CARD-SIG-ADD.
           COMPUTE RC-CSUM = RC-CSUM + RC-ORD * RC-COL.
           GO TO CARD-SIG-COL.

       CARD-SIG-FOLD.
           COMPUTE RC-SIG-HASH = RC-SIG-HASH * 31 + RC-CSUM.
           COMPUTE RC-QUOT = RC-SIG-HASH / 999999937.
           COMPUTE RC-SIG-HASH = RC-SIG-HASH - RC-QUOT * 999999937.

       CARD-SIG-EXIT.
           EXIT.

           NOTE  ***  TYMSHARE CHANGES TO LET DETAP READ ITS
                    B45-READ-INPUT-FILE-EXIT.
           PERFORM GET-HISTORY THRU GET-HISTORY-EXIT.
           PERFORM GET-HITCNT THRU GET-HITCNT-EXIT.
           PERFORM GET-DICT THRU GET-DICT-EXIT.
           PERFORM GET-DEFS THRU GET-DEFS-EXIT.
           PERFORM GET-DEFUSE THRU GET-DEFUSE-EXIT.
           PERFORM GET-APPROVALS THRU GET-APPROVALS-EXIT.
200290                                                                  00  INPT
200300 A05-INITIALIZE-FOR-NEXT-TBL.                                     00  INPT
200310     MOVE ZERO TO CNTR-1.                                         00  INPT
200315     MOVE 200 TO CNTR-2.                                          00  INPT
200316     MOVE ZERO TO TBL-PUNCHED-SW.                                 00  INPT
           MOVE ZERO TO APR-HOLD-SW.
           MOVE ZERO TO BA-COUNT.
           MOVE ZERO TO BA-OVER-SW.
           MOVE SPACE TO EFF-FROM.
           MOVE SPACE TO EFF-THRU.
           MOVE SPACE TO EFF-SECT.
           MOVE SPACE TO EFF-CARD-SAVE.
           MOVE ZERO TO EFF-ADDED-SW.
           MOVE ZERO TO MH-SW.
200317     MOVE ZERO TO NBR-CONDS.                                      00  INPT
200318     MOVE ZERO TO NBR-ACTIONS.                                    00  INPT
200319     MOVE ZERO TO NBR-RULES.                                      00  INPT
200360     MOVE ZERO TO TBLNO-1.                                        00  INPT
200380     MOVE ZERO TO SHELFINDEX.                                     00  INPT
200430     MOVE SPACE TO CONDSTK-VECTOR.                                00  INPT
           MOVE SPACE TO CSEQSTK-VECTOR.
200435     MOVE ZERO TO ERROR-IND.                                      00  INPT
200440     MOVE SPACE TO ACTNSTK-VECTOR.                                00  INPT
           MOVE SPACE TO ASEQSTK-VECTOR.
200450     MOVE ZERO TO ELSERULE.                                       00  INPT
200460     MOVE ZERO TO TRACE-IND.                                      00  INPT
200470     MOVE ZERO TO DXNUM.                                          00  INPT
201200     GO TO A25-FIND-NEXT-TABLE.                                   00  INPT
201210                                                                  00  INPT
201220 A20-INCR-TABLE-NO.                                               00  INPT
           PERFORM A21-EFFECT-TABLE-END THRU A21X-EFFECT-END-EXIT.
           PERFORM H86-TIME-TABLE-END THRU H86X-TIME-TBL-EXIT.
201221     PERFORM A96-SAVE-FOR-XREF THRU A96X-SAVE-FOR-XREF-EXIT.      00  INPT
201222     PERFORM A93-WRITE-AUDIT-REC THRU A93X-WRITE-AUDIT-EXIT.      00  INPT
201241     MOVE ZERO TO RL-LAST-SEQ.                                    00  INPT
201242     MOVE ZERO TO RL-SEQ-INCR.                                    00  INPT
201243     GO TO A05-INITIALIZE-FOR-NEXT-TBL.                           00  INPT
                NOTE *** A21 RUNS AT THE END OF EVERY TABLE - WHEN
               *  A GROUP OF DATED VERSIONS IS OPEN IT CHECKS THAT
               *  THIS TABLE HAD ITS EFFECT CARD AND SETS THE
               *  PENDING SWITCH SO THAT THE NEXT CARD READ (A89)
               *  DECIDES WHETHER THE GROUP GOES ON OR IS CLOSED.

       A21-EFFECT-TABLE-END.
           IF EFF-OPEN-SW NOT EQUAL TO "1"
               GO TO A21X-EFFECT-END-EXIT.
           MOVE "1" TO EFF-PEND-SW.
           IF EFF-CARD-SAVE NOT EQUAL TO SPACE
               GO TO A21X-EFFECT-END-EXIT.
           IF TBLNO NOT EQUAL TO EFF-TBLNO
               GO TO A21X-EFFECT-END-EXIT.
           MOVE TERM-INAL TO TYPEMSG.
           MOVE "NO EFFECT CARD ON A TABLE NUMBER WITH DATED VERSIONS."
               TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       A21X-EFFECT-END-EXIT.
           EXIT.

201250                                                                  00  INPT
201260 A25-FIND-NEXT-TABLE.                                             00  INPT
201280     PERFORM A85-READ-INPUT-FILE THRU B45-READ-INPUT-FILE-EXIT.   00  INPT
           MOVE TM-CSECS TO TM-ANLZ-DONE.
           MOVE ZERO TO TM-EDIT-SW.
           MOVE ZERO TO TM-GEN-SW.
           MOVE ZERO TO EFF-PEND-SW.
201691     MOVE ZERO TO RESTART-SKIP-SW.                                00  INPT
201695     IF RESTART-RUN AND RUN-SEQ-NO NOT GREATER THAN                00  INPT
201698         RESTART-TBLNUM                                           00  INPT
201880         MOVE TABLE-NO TO TBLNO.                                  00  INPT
201890                                                                  00  INPT
201900 A42-CHECK-TBL-HDR-PARAMS.                                        00  INPT
           MOVE TABLE-NO TO EFF-HDR-NO.
           EXAMINE EFF-HDR-NO REPLACING ALL " " BY "0".
201910     IF PARAMETERS NOT NUMERIC                                    00  INPT
201920         MOVE ZERO TO PARAMETERS.                                 00  INPT
201930     MOVE PARAMETERS TO PARAMS.                                   00  INPT
201990             ELSE MOVE PERFORM-NO-N TO PERFORM-NUMBER.            00  INPT
202000     IF PERFORM-NUMBER EQUAL TO 1                                 00  INPT
202010         MOVE 3 TO PERFORM-NUMBER.                                00  INPT
           IF HIT-TYPE EQUAL TO "M"
               MOVE "1" TO MH-SW
               MOVE SPACE TO TYPEMSG
               MOVE MHNOTE TO ERROR-PRINT
               PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT
           ELSE
               MOVE ZERO TO MH-SW.
202015     GO TO A45-FIND-RL-CARDS.                                     00  INPT
202020                                                                  00  INPT
                NOTE *** A43 IS TAKEN BY THE TERMINAL ERROR PATHS
202022     PERFORM A85-READ-INPUT-FILE THRU B45-READ-INPUT-FILE-EXIT.   00  INPT
202023     IF IDENT EQUAL TO "TEND."                                    00  INPT
202024         GO TO A20-INCR-TABLE-NO.                                 00  INPT
           IF IDEN6 EQUAL TO "EFFECT"
               PERFORM A46-EFFECT-CARD THRU A46X-EFFECT-CARD-EXIT.
202025     GO TO A44-SKIP-TABLE-CARDS.                                  00  INPT
202026                                                                  00  INPT
202030 A45-FIND-RL-CARDS.                                               00  INPT
202070         GO TO A20-INCR-TABLE-NO.                                 00  INPT
202080     IF CTLCOL EQUAL TO "*"                                       00  INPT
202090         GO TO A45-FIND-RL-CARDS.                                 00  INPT
           IF IDEN6 EQUAL TO "EFFECT"
               PERFORM A46-EFFECT-CARD THRU A46X-EFFECT-CARD-EXIT
               GO TO A45-FIND-RL-CARDS.
202100     IF RL-ID EQUAL TO RLID                                       00  INPT
202110         GO TO A47-CHECK-RL-NO.                                   00  INPT
202120     MOVE WARNING TO TYPEMSG.                                     00  INPT
202210                                   AN UNPROCESSED ONE.            00  INPT
202220     MOVE TABLE-CARD TO SCAN-FIELD.                               00  INPT
202230     GO TO A65-RULE-SCAN.     NOTE HAVE LAST RL CARD.             00  INPT
                NOTE *** A46 EDITS THE EFFECT CARD OF A DATED TABLE
               *  VERSION - FROM DATE YYMMDD IN 15-20, OPTIONAL THRU
               *  DATE IN 22-27 AND THE DATA-NAME OF THE DATE TO
               *  TEST IN 29-58. THE FIRST VERSION OF A TABLE NUMBER
               *  OPENS THE GROUP, LATER ONES MUST FOLLOW IN DATE
               *  ORDER - AN OVERLAP IS TERMINAL, A GAP IS ONLY A
               *  WARNING. EACH GOOD VERSION IS KEPT IN THE VECTOR
               *  FOR THE DISPATCH SECTION PUNCHED BY A89.

       A46-EFFECT-CARD.
           MOVE TABLE-CARD TO EFF-CARD.
           IF EFF-CARD-SAVE NOT EQUAL TO SPACE
               MOVE WARNING TO TYPEMSG
               MOVE "SECOND EFFECT CARD FOR THIS TABLE IS IGNORED."
                   TO ERROR-PRINT
               PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT
               GO TO A46X-EFFECT-CARD-EXIT.
           MOVE EFC-BODY TO EFF-CARD-SAVE.
           MOVE SPACE TO EFE-DATE.
           IF EFF-HDR-NO EQUAL TO ZERO
               MOVE "EFFECT CARD - HEADER HAS NO TABLE NUMBER."
                   TO EFE-TEXT
               GO TO A46E-EFFECT-ERROR.
           MOVE EFC-FROM TO EFE-DATE.
           MOVE "EFFECT CARD - FROM DATE IS NOT A GOOD YYMMDD - "
               TO EFE-TEXT.
           IF EFC-FROM NOT NUMERIC
               GO TO A46E-EFFECT-ERROR.
           MOVE EFC-FROM TO EFD-DATE.
           PERFORM A46V-EFFECT-CHECK-DATE THRU A46V9-EFFECT-DATE-EXIT.
           IF EFF-BAD-SW EQUAL TO "1"
               GO TO A46E-EFFECT-ERROR.
           IF EFC-THRU EQUAL TO SPACE
               GO TO A46B-EFFECT-FIELD.
           MOVE EFC-THRU TO EFE-DATE.
           MOVE "EFFECT CARD - THRU DATE IS NOT A GOOD YYMMDD - "
               TO EFE-TEXT.
           IF EFC-THRU NOT NUMERIC
               GO TO A46E-EFFECT-ERROR.
           MOVE EFC-THRU TO EFD-DATE.
           PERFORM A46V-EFFECT-CHECK-DATE THRU A46V9-EFFECT-DATE-EXIT.
           IF EFF-BAD-SW EQUAL TO "1"
               GO TO A46E-EFFECT-ERROR.
           MOVE "EFFECT CARD - THRU DATE IS BEFORE FROM DATE - "
               TO EFE-TEXT.
           IF EFC-THRU LESS THAN EFC-FROM
               GO TO A46E-EFFECT-ERROR.

       A46B-EFFECT-FIELD.
           MOVE SPACE TO EFE-DATE.
           IF EFC-FIELD EQUAL TO SPACE
               MOVE "EFFECT CARD - NO DATA-NAME FOR THE DATE TEST."
                   TO EFE-TEXT
               GO TO A46E-EFFECT-ERROR.
           MOVE EFC-FROM TO EFF-FROM.
           MOVE EFC-THRU TO EFF-THRU.
           PERFORM A46S-EFFECT-SECT-NAME THRU A46S9-EFFECT-NAME-EXIT.
           IF EFF-OPEN-SW NOT EQUAL TO "1"
               GO TO A46G-EFFECT-FIRST.
           IF EFC-FIELD NOT EQUAL TO EFF-FIELD
               MOVE "DATA-NAME DIFFERS FROM THE FIRST VERSION."
                   TO EFE-TEXT
               GO TO A46E-EFFECT-ERROR.
           MOVE EFV-FROM (EFF-COUNT) TO EFE-DATE.
           MOVE "FROM DATE NOT AFTER THE PRIOR VERSION FROM - "
               TO EFE-TEXT.
           IF EFC-FROM NOT GREATER THAN EFV-FROM (EFF-COUNT)
               GO TO A46E-EFFECT-ERROR.
           IF EFV-THRU (EFF-COUNT) EQUAL TO SPACE
               GO TO A46F-EFFECT-ADD.
           MOVE EFV-THRU (EFF-COUNT) TO EFE-DATE.
           MOVE "DATES OVERLAP PRIOR VERSION, IN FORCE THRU - "
               TO EFE-TEXT.
           IF EFV-THRU (EFF-COUNT) NOT LESS THAN EFC-FROM
               GO TO A46E-EFFECT-ERROR.
           MOVE EFV-THRU (EFF-COUNT) TO EFD-DATE.
           PERFORM A46N-EFFECT-NEXT-DAY THRU A46N9-EFFECT-NEXT-EXIT.
           IF EFD-DATE NOT LESS THAN EFC-FROM
               GO TO A46F-EFFECT-ADD.
           MOVE WARNING TO TYPEMSG.
           MOVE "DATE GAP - NO VERSION IN FORCE FROM - "
               TO EFE-TEXT.
           MOVE EFD-DATE TO EFE-DATE.
           MOVE EFF-ERR-LINE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           GO TO A46F-EFFECT-ADD.

       A46G-EFFECT-FIRST.
           MOVE "1" TO EFF-OPEN-SW.
           MOVE TBLNO TO EFF-TBLNO.
           MOVE TBLNUM TO EFF-TBLNUM.
           MOVE TBLNAME TO EFF-NAME.
           MOVE EFC-FIELD TO EFF-FIELD.
           MOVE ZERO TO EFF-COUNT.
           IF DOPTS-SW-SUB EQUAL TO "1"
               MOVE WARNING TO TYPEMSG
               MOVE "DOPT SUB - DATED VERSIONS GET NO DATE DISPATCH."
                   TO ERROR-PRINT
               PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       A46F-EFFECT-ADD.
           IF EFF-COUNT NOT LESS THAN 020
               MOVE TERM-INAL TO TYPEMSG
               MOVE "MORE THAN 20 DATED VERSIONS OF ONE TABLE NUMBER."
                   TO ERROR-PRINT
               PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT
               GO TO A46X-EFFECT-CARD-EXIT.
           ADD 001 TO EFF-COUNT.
           MOVE EFC-FROM TO EFV-FROM (EFF-COUNT).
           MOVE EFC-THRU TO EFV-THRU (EFF-COUNT).
           MOVE EFF-SECT TO EFV-SECT (EFF-COUNT).
           MOVE ZERO TO EFV-PUNCHED (EFF-COUNT).
           MOVE "1" TO EFF-ADDED-SW.
           MOVE SPACE TO TYPEMSG.
           MOVE "DATED VERSION OF THE TABLE, EFFECTIVE FROM - "
               TO EFE-TEXT.
           MOVE EFC-FROM TO EFE-DATE.
           MOVE EFF-ERR-LINE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           GO TO A46X-EFFECT-CARD-EXIT.

       A46E-EFFECT-ERROR.
           MOVE TERM-INAL TO TYPEMSG.
           MOVE EFF-ERR-LINE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       A46X-EFFECT-CARD-EXIT.
           EXIT.

                NOTE *** A46V CHECKS THE YYMMDD IN EFD-DATE AND SETS
               *  EFF-BAD-SW, A46N ADVANCES EFD-DATE BY ONE DAY, AND
               *  A46L GIVES THE LAST DAY OF THE MONTH IN EFD-MM -
               *  EVERY YEAR DIVISIBLE BY FOUR IS TAKEN AS A LEAP
               *  YEAR.

       A46V-EFFECT-CHECK-DATE.
           MOVE ZERO TO EFF-BAD-SW.
           IF EFD-MM LESS THAN 01 OR EFD-MM GREATER THAN 12
               MOVE "1" TO EFF-BAD-SW
               GO TO A46V9-EFFECT-DATE-EXIT.
           PERFORM A46L-EFFECT-LAST-DAY.
           IF EFD-DD LESS THAN 01 OR EFD-DD GREATER THAN EFF-LAST-DAY
               MOVE "1" TO EFF-BAD-SW.

       A46V9-EFFECT-DATE-EXIT.
           EXIT.

       A46N-EFFECT-NEXT-DAY.
           PERFORM A46L-EFFECT-LAST-DAY.
           ADD 01 TO EFD-DD.
           IF EFD-DD NOT GREATER THAN EFF-LAST-DAY
               GO TO A46N9-EFFECT-NEXT-EXIT.
           MOVE 01 TO EFD-DD.
           ADD 01 TO EFD-MM.
           IF EFD-MM NOT GREATER THAN 12
               GO TO A46N9-EFFECT-NEXT-EXIT.
           MOVE 01 TO EFD-MM.
           ADD 01 TO EFD-YY.

       A46N9-EFFECT-NEXT-EXIT.
           EXIT.

       A46L-EFFECT-LAST-DAY.
           MOVE EFM-DAYS (EFD-MM) TO EFF-LAST-DAY.
           IF EFD-MM EQUAL TO 02
               COMPUTE EFF-Q = EFD-YY / 4
               IF EFF-Q * 4 NOT EQUAL TO EFD-YY
                   MOVE 28 TO EFF-LAST-DAY.

                NOTE *** A46S NAMES THE SECTION OF ONE DATED VERSION -
               *  THE TABLE NAME CUT TO 23 CHARACTERS, A HYPHEN AND
               *  THE FROM DATE, SO THAT EVERY VERSION OF THE TABLE
               *  NUMBER GETS A SECTION OF ITS OWN.

       A46S-EFFECT-SECT-NAME.
           MOVE SPACE TO EFF-NAME-WORK.
           MOVE TBLNAME TO EFF-NAME-WORK.
           MOVE 023 TO EFF-I.

       A46S2-EFFECT-SECT-BLANK.
           ADD 001 TO EFF-I.
           IF EFF-I NOT GREATER THAN 040
               MOVE SPACE TO EFN-CH (EFF-I)
               GO TO A46S2-EFFECT-SECT-BLANK.
           MOVE 024 TO EFF-K.

       A46S4-EFFECT-SECT-BACK.
           SUBTRACT 001 FROM EFF-K.
           IF EFF-K GREATER THAN 001
               AND EFN-CH (EFF-K) EQUAL TO SPACE
               GO TO A46S4-EFFECT-SECT-BACK.
           ADD 001 TO EFF-K.
           MOVE "-" TO EFN-CH (EFF-K).
           MOVE EFC-FROM TO EFF-FROM-AREA.
           MOVE ZERO TO EFF-I.

       A46S6-EFFECT-SECT-DATE.
           ADD 001 TO EFF-I.
           ADD 001 TO EFF-K.
           MOVE EFF-FROM-CH (EFF-I) TO EFN-CH (EFF-K).
           IF EFF-I LESS THAN 006
               GO TO A46S6-EFFECT-SECT-DATE.
           MOVE EFF-NAME-WORK TO EFF-SECT.

       A46S9-EFFECT-NAME-EXIT.
           EXIT.

202240                                                                  00  INPT
202250 A47-CHECK-RL-NO.                                                 00  INPT
202260     IF RL-NUM NOT EQUAL TO RLNUM                                 00  INPT
203600     MOVE  01 TO SHELFINDEX.                                      00  INPT
203620     MOVE SPACE TO TYPEID.                                        00  INPT
203630     MOVE SPACE TO STUB-STACK.                                    00  INPT
           MOVE SPACE TO STUB-SEQ-STACK.
203640     MOVE SPACE TO RULE-SHELVES.                                  00  INPT
203650     MOVE ZERO TO CNTR-4.                                         00  INPT
203660     MOVE ZERO TO STUBINDEX.                                      00  INPT
204100                                                                  00  INPT
204110 A88-HAVE-NEXT-INPUT-REC.                                         00  INPT
204120     MOVE BUFFER TO TABLE-CARD.                                   00  INPT
           IF EFF-PEND-SW EQUAL TO "1"
               PERFORM A89-EFFECT-GROUP-CHECK
                   THRU A89X-EFFECT-GROUP-EXIT.
204130     IF RESULT NOT EQUAL TO "1"                                   00  INPT
204140         GO TO B45-READ-INPUT-FILE-EXIT.                          00  INPT
204150     MOVE IDENT TO TEST-ID.                                       00  INPT
204200     IF IDENT EQUAL TO "TEND."                                    00  INPT
204210         GO TO A90-HAVE-TEND-CARD.                                00  INPT
204220     GO TO A92-WHAT-KIND-OF-CARD.                                 00  INPT
                NOTE *** A89 LOOKS AT THE FIRST CARD AFTER A TABLE OF
               *  A DATED GROUP - ANOTHER HEADER WITH THE SAME TABLE
               *  NUMBER CONTINUES THE GROUP, ANYTHING ELSE (OR END
               *  OF FILE) CLOSES IT AND PUNCHES THE DATE DISPATCH
               *  SECTION UNDER THE TABLE NAME AHEAD OF THE CARD.
               *  THE SECTION TESTS THE VERSIONS LATEST FIRST AND
               *  PERFORMS THE ONE IN FORCE FOR THE DATE. A VERSION
               *  THAT WAS NOT PUNCHED (CANCELLED OR HELD) IS LEFT
               *  OUT, AND WHEN NO VERSION AT ALL WAS PUNCHED THE
               *  SECTION IS NOT PUNCHED AND THE GROUP IS FLAGGED.

       A89-EFFECT-GROUP-CHECK.
           IF RESULT NOT EQUAL TO "1"
               GO TO A89C-EFFECT-GROUP-CLOSE.
           IF IDEN6 NOT EQUAL TO "DETAP "
               GO TO A89C-EFFECT-GROUP-CLOSE.
           MOVE TABLE-NO TO EFF-PEEK-NO.
           EXAMINE EFF-PEEK-NO REPLACING ALL " " BY "0".
           IF EFF-PEEK-NO EQUAL TO EFF-TBLNO
               GO TO A89X-EFFECT-GROUP-EXIT.

       A89C-EFFECT-GROUP-CLOSE.
           MOVE ZERO TO EFF-PEND-SW.
           MOVE ZERO TO EFF-OPEN-SW.
           IF EFF-COUNT EQUAL TO ZERO
               GO TO A89X-EFFECT-GROUP-EXIT.
           IF DOPTS-SW-SUB EQUAL TO "1"
               GO TO A89X-EFFECT-GROUP-EXIT.
           MOVE BUFFER TO EFF-CARD-HOLD.
           MOVE SPACE TO BUFFER.
           MOVE SPACE TO TEST-ID.
           MOVE ZERO TO EFF-I.
           MOVE ZERO TO EFF-Q.

       A89H-EFFECT-COUNT-PUNCHED.
           ADD 001 TO EFF-I.
           IF EFV-PUNCHED (EFF-I) EQUAL TO "1"
               ADD 001 TO EFF-Q.
           IF EFF-I LESS THAN EFF-COUNT
               GO TO A89H-EFFECT-COUNT-PUNCHED.
           IF EFF-Q GREATER THAN ZERO
               GO TO A89J-EFFECT-DISPATCH-NAME.
           MOVE TERM-INAL TO TYPEMSG.
           MOVE "NO VERSION PUNCHED, NO DATE DISPATCH FOR TABLE "
               TO EFE-TEXT.
           MOVE EFF-TBLNO TO EFE-DATE.
           MOVE EFF-ERR-LINE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           ADD 001 TO AUD-PRV-TERM.
                               NOTE THE ERROR IS THE CLOSED GROUPS,
                                 WHOSE AUDIT RECORDS ARE WRITTEN, SO
                                 IT IS KEPT OUT OF THE NEXT TABLES
                                 ERROR COUNT.
           MOVE EFF-CARD-HOLD TO BUFFER.
           MOVE BUFFER TO TABLE-CARD.
           GO TO A89X-EFFECT-GROUP-EXIT.

       A89J-EFFECT-DISPATCH-NAME.
           MOVE SPACE TO TYPEMSG.
           MOVE SPACE TO EFF-NAME-WORK.
           MOVE EFF-NAME TO EFF-NAME-WORK.
           MOVE 031 TO EFF-K.

       A89D-EFFECT-SECT-BACK.
           SUBTRACT 001 FROM EFF-K.
           IF EFF-K GREATER THAN 001
               AND EFN-CH (EFF-K) EQUAL TO SPACE
               GO TO A89D-EFFECT-SECT-BACK.
           ADD 001 TO EFF-K.
           MOVE ZERO TO EFF-I.

       A89E-EFFECT-SECT-WORD.
           ADD 001 TO EFF-I.
           ADD 001 TO EFF-K.
           MOVE SECT (EFF-I) TO EFN-CH (EFF-K).
           IF EFF-I LESS THAN 008
               GO TO A89E-EFFECT-SECT-WORD.
           MOVE EFF-NAME-WORK TO SECTION-OUT.
           PERFORM G13B-SUB-PUT.
           MOVE "EV00000000." TO LABEL-OUTS.
           MOVE EFF-TBLNUM TO TNUMB.
           MOVE ZERO TO POSTFIX.
           PERFORM G13B-SUB-PUT.
           MOVE EFF-FIELD TO EFI-FIELD.
           MOVE EFF-FIELD TO EFA-FIELD.
           MOVE EFF-TBLNUM TO EFG-TBL.
           MOVE EFF-COUNT TO EFF-I.

       A89F-EFFECT-VERSION-TEST.
           IF EFV-PUNCHED (EFF-I) NOT EQUAL TO "1"
               GO TO A89G-EFFECT-VERSION-NEXT.
           MOVE EFF-IF-LINE TO B-MARG.
           PERFORM G13B-SUB-PUT.
           MOVE EFV-FROM (EFF-I) TO EFR-FROM.
           MOVE EFF-GE-LINE TO B-MARG.
           PERFORM G13B-SUB-PUT.
           IF EFV-THRU (EFF-I) NOT EQUAL TO SPACE
               MOVE EFF-AND-LINE TO B-MARG
               PERFORM G13B-SUB-PUT
               MOVE EFV-THRU (EFF-I) TO EFR-THRU
               MOVE EFF-LE-LINE TO B-MARG
               PERFORM G13B-SUB-PUT.
           MOVE EFV-SECT (EFF-I) TO EFP-SECT.
           MOVE EFF-PERF-LINE TO B-MARG.
           PERFORM G13B-SUB-PUT.
           MOVE EFF-GO-LINE TO B-MARG.
           PERFORM G13B-SUB-PUT.

       A89G-EFFECT-VERSION-NEXT.
           SUBTRACT 001 FROM EFF-I.
           IF EFF-I GREATER THAN ZERO
               GO TO A89F-EFFECT-VERSION-TEST.
           MOVE "EV00000000." TO LABEL-OUTS.
           MOVE EFF-TBLNUM TO TNUMB.
           MOVE 999 TO POSTFIX.
           PERFORM G13B-SUB-PUT.
           MOVE "EXIT." TO B-MARG.
           PERFORM G13B-SUB-PUT.
           MOVE SPACE TO TYPEMSG.
           MOVE "DATE DISPATCH SECTION PUNCHED FOR TABLE NUMBER "
               TO EFE-TEXT.
           MOVE EFF-TBLNO TO EFE-DATE.
           MOVE EFF-ERR-LINE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           MOVE EFF-CARD-HOLD TO BUFFER.
           MOVE BUFFER TO TABLE-CARD.

       A89X-EFFECT-GROUP-EXIT.
           EXIT.

204230                                                                  00  INPT
204240 A90-HAVE-TEND-CARD.                                              00  INPT
204270     MOVE TABLE-CARD TO BUFFER.                                   00  INPT
204710     ADD 001 TO CT-COUNT.                                         00  INPT
204720     MOVE TBLNUM TO CT-TBLNUM (CT-COUNT).                         00  INPT
204722     MOVE TBLNO TO CT-TBLNO (CT-COUNT).                           00  INPT
           MOVE EFF-FROM TO CT-EFF (CT-COUNT).
204724     MOVE TBLNAME TO CT-TBLNAME (CT-COUNT).                       00  INPT
204730     MOVE SPACE TO CT-CONDSTK-SIG (CT-COUNT).                     00  INPT
204740     MOVE SPACE TO CT-ACTNSTK-SIG (CT-COUNT).                     00  INPT
205000     MOVE SOURCE-ID TO AUD-SOURCE.                                00  INPT
205001     MOVE TBLNO TO AUD-TBLNO.                                     00  INPT
205002     MOVE TBLNAME TO AUD-TBLNAME.                                 00  INPT
           MOVE EFF-FROM TO AUD-EFF-FROM.
           MOVE EFF-THRU TO AUD-EFF-THRU.
205003     MOVE NBR-CONDS TO AUD-CONDS.                                 00  INPT
205004     MOVE NBR-ACTIONS TO AUD-ACTNS.                               00  INPT
205005     MOVE NBR-RULES TO AUD-RULES.                                 00  INPT
205008     MOVE TERM-ERR-COUNT TO AUD-PRV-TERM.                         00  INPT
205009     MOVE WARN-ERR-COUNT TO AUD-PRV-WARN.                         00  INPT
205010     MOVE TBL-PUNCHED-SW TO AUD-PUNCHED.                          00  INPT
           IF APR-HOLD-SW EQUAL TO "1"
               MOVE "H" TO AUD-PUNCHED.
           IF EFF-ADDED-SW EQUAL TO "1"
               AND AUD-PUNCHED EQUAL TO "1"
               MOVE "1" TO EFV-PUNCHED (EFF-COUNT).
           IF EFF-ADDED-SW EQUAL TO "1"
               AND RESTART-SKIP-SW EQUAL TO "1"
               MOVE "1" TO EFV-PUNCHED (EFF-COUNT).
           IF EFF-ADDED-SW EQUAL TO "1"
               AND DOPTS-SW-CHK EQUAL TO "1"
               AND AUD-TERM EQUAL TO ZERO
               MOVE "1" TO EFV-PUNCHED (EFF-COUNT).
                               NOTE A89 PUTS ONLY THE PUNCHED DATED
                                 VERSIONS IN THE DATE DISPATCH - A
                                 RESTART SKIPPED VERSION WAS PUNCHED
                                 BY THE EARLIER RUN, AND A CHK PASS
                                 PUNCHES NOTHING, SO THERE A CLEAN
                                 VERSION COUNTS.
205011     MOVE SPACE TO AUD-MEMBER.                                    00  INPT
205012     IF TBL-PUNCHED-SW EQUAL TO "1"                               00  INPT
205013         MOVE OUTPUT-ID TO AUD-MEMBER.                            00  INPT
           MOVE SPACE TO AUD-SRC-SIG.
           IF RC-SRC-CARDS GREATER THAN ZERO
               MOVE RC-SRC-CARDS TO AUD-SRC-CARDS
               MOVE RC-SRC-HASH TO AUD-SRC-HASH.
           MOVE SPACE TO AUD-MEM-SIG.
           IF AUD-PUNCHED EQUAL TO "1"
               AND DOPTS-SW-MEM EQUAL TO "1"
               MOVE RC-MEM-CARDS TO AUD-MEM-CARDS
               MOVE RC-MEM-HASH TO AUD-MEM-HASH.
                               NOTE THE MEMBER SIGNATURE COVERS THE
                                 CARDS PUNCHED SO FAR - THE TABLES
                                 OWN CODE - AND THE RECONCILE MODE
                                 CHECKS THAT MANY CARDS OF IT.
205014     MOVE AUDIT-WORK TO AUDIT-RECORD.                             00  INPT
205015     WRITE AUDIT-RECORD.                                          00  INPT
205016                                                                  00  INPT
               GO TO  B49C-DOPTS-NAR.
           IF DOPTXXX EQUAL TO "CHK"
               GO TO  B49D-DOPTS-CHK.
           IF DOPTXXX EQUAL TO "PRD"
               GO TO  B49E-DOPTS-PRD.
206439     IF DOPTXXX EQUAL TO CONST-BND                                00  INPT
206440         GO TO B39-DOPTS-BND.                                     00  INPT
206450                                                                  00  INPT
           MOVE P-D-SW TO DOPTS-SW-CHK.
           GO TO B21-PROCESS-DOPT-LOOP.

           NOTE  ***  TYMSHARE CHANGES TO ADD A DOPT FOR A
               PRODUCTION RUN - A TABLE WHOSE SIGNATURE HAS NO
               MATCHING ENTRY IN THE APPROVAL REGISTER IS LISTED
               BUT HELD BACK FROM THE PUNCH:

       B49E-DOPTS-PRD.
           MOVE DOPTYN TO OM-PRD.
           MOVE P-D-SW TO DOPTS-SW-PRD.
           GO TO B21-PROCESS-DOPT-LOOP.

207483 B42-WRITE-THIS-CARD.                                             00  INPT
207484     IF READFLIN-SKIP-SW EQUAL TO "1"                             00  INPT
207485         MOVE ZERO TO READFLIN-SKIP-SW                            00  INPT
209320         GO TO B72-INVALID-TABLE-CARD. NOTE MORE THAN 5           00  INPT
209330                                         STUB CARDS.              00  INPT
209340     MOVE SCAN-FIELD TO STUBIES (STUBINDEX).  NOTE STORE STUB.    00  INPT
           MOVE SEQNUM-X TO STUB-SEQ (STUBINDEX).
           IF ELEMENT (1) EQUAL TO "="
               AND TYPEID NOT EQUAL TO "F"
               PERFORM B77-EXPAND-NAMED-STUB THRU
                   B77X-EXPAND-NAMED-EXIT.
209350                                                                  00  INPT
209360 B78-PREPARE-TO-SAVE-ENTRIES.                                     00  INPT
209365     MOVE REXTENSIONS (EXTNS) TO CNTR-7.                          00  INPT
209790                                                                  00  INPT
209795 B90-READ-TBLBOD-EXIT.                                            00  INPT
209800     EXIT.                                                        00  INPT

                NOTE *** B77 EXPANDS A NAMED STUB - A C OR A CARD
               *  WHOSE STUB IS AN EQUAL SIGN AND A DEFINITION NAME
               *  TAKES THE STUB LINES OF THAT DEFINITION FROM THE
               *  DEFINITION LIBRARY IN PLACE OF THE NAME - EACH
               *  LINE IS LISTED UNDER THE CARD BESIDE THE NAME
               *  AND THE USE IS RECORDED FOR THE END OF RUN
               *  DEFINITION CHANGE REPORT - AN UNKNOWN NAME OR A
               *  DEFINITION THAT RUNS THE ROW PAST 5 STUB LINES IS
               *  A TERMINAL ERROR.

       B77-EXPAND-NAMED-STUB.
           MOVE SCAN-FIELD TO DEF-SCAN.
           MOVE ZERO TO DF-I.
           IF DSC-REST NOT EQUAL TO SPACE
               GO TO B77E-NAMED-STUB-UNKNOWN.

       B77B-FIND-DEFINITION.
           ADD 001 TO DF-I.
           IF DF-I GREATER THAN DF-COUNT
               GO TO B77E-NAMED-STUB-UNKNOWN.
           IF DF-ROW (DF-I) NOT EQUAL TO TYPEID
               GO TO B77B-FIND-DEFINITION.
           IF DF-NAME (DF-I) NOT EQUAL TO DSC-NAME
               GO TO B77B-FIND-DEFINITION.
           PERFORM B77G-RECORD-USE THRU B77GX-RECORD-USE-EXIT.
           MOVE SCAN-FIELD TO DLL-REF.
           MOVE DF-FIRST (DF-I) TO DF-K.
           MOVE ZERO TO DF-J.
           SUBTRACT 001 FROM STUBINDEX.

       B77C-EXPAND-LINE.
           ADD 001 TO DF-J.
           IF DF-J GREATER THAN DF-LINES (DF-I)
               GO TO B77X-EXPAND-NAMED-EXIT.
           ADD 001 TO STUBINDEX.
           IF STUBINDEX GREATER THAN 005
               MOVE 005 TO STUBINDEX
               MOVE TERM-INAL TO TYPEMSG
               MOVE DEFLONGERR TO ERROR-PRINT
               PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT
               GO TO B77X-EXPAND-NAMED-EXIT.
           MOVE DF-TEXT (DF-K) TO STUBIES (STUBINDEX).
           MOVE SEQNUM-X TO STUB-SEQ (STUBINDEX).
           MOVE DF-TEXT (DF-K) TO DLL-TEXT.
           MOVE DEF-LIST-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE SPACE TO DLL-REF.
           ADD 001 TO DF-K.
           GO TO B77C-EXPAND-LINE.

       B77E-NAMED-STUB-UNKNOWN.
           MOVE TYPEID TO DFE-ROW.
           MOVE DSC-NAME TO DFE-NAME.
           MOVE TERM-INAL TO TYPEMSG.
           MOVE DEF-ERR-LINE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           GO TO B77X-EXPAND-NAMED-EXIT.

       B77G-RECORD-USE.
           MOVE ZERO TO DU-I.

       B77G2-RECORD-USE-LOOP.
           ADD 001 TO DU-I.
           IF DU-I GREATER THAN DU-COUNT
               GO TO B77G4-RECORD-USE-ADD.
           IF DU-NOW (DU-I) EQUAL TO "1"
               AND DU-ROW (DU-I) EQUAL TO TYPEID
               AND DU-NAME (DU-I) EQUAL TO DSC-NAME
               AND DU-TBLNO (DU-I) EQUAL TO TBLNO
               GO TO B77GX-RECORD-USE-EXIT.
           GO TO B77G2-RECORD-USE-LOOP.

       B77G4-RECORD-USE-ADD.
           IF DU-COUNT NOT LESS THAN 500
               MOVE "1" TO DU-OVER-SW
               GO TO B77GX-RECORD-USE-EXIT.
           ADD 001 TO DU-COUNT.
           MOVE TYPEID TO DU-ROW (DU-COUNT).
           MOVE DSC-NAME TO DU-NAME (DU-COUNT).
           MOVE TBLNO TO DU-TBLNO (DU-COUNT).
           MOVE SOURCE-ID TO DU-MEMBER (DU-COUNT).
           MOVE "1" TO DU-NOW (DU-COUNT).
           MOVE ZERO TO DU-STALE (DU-COUNT).

       B77GX-RECORD-USE-EXIT.
           EXIT.

       B77X-EXPAND-NAMED-EXIT.
           EXIT.
209805                                                                  00  INPT
209810                                                                  00  INPT
209815                                                                  00  INPT
217290             PERFORM H30-SIZE-ERROR THRU H32-SIZE-ERROR-EXIT      00  INPT
217295             GO TO A43-SKIP-TO-TEND.                              00  INPT
217300     MOVE STUBIES (CNTR-6) TO CONDSTK (CNDINDEX).                 00  INPT
           MOVE STUB-SEQ (CNTR-6) TO CSEQSTK (CNDINDEX).
217310     ADD 001 TO CNDINDEX.                                         00  INPT
217320     GO TO E05-CONDITION-STUB-MOVE.                               00  INPT
217330                                                                  00  INPT
217390             PERFORM H30-SIZE-ERROR THRU H32-SIZE-ERROR-EXIT      00  INPT
217395             GO TO A43-SKIP-TO-TEND.                              00  INPT
217400     MOVE STUB6 TO CONDSTK (CNDINDEX).                            00  INPT
           MOVE STUB-SEQ (1) TO CSEQSTK (CNDINDEX).
217410     ADD 001 TO CNDINDEX.                                         00  INPT
217420                                                                  00  INPT
217430 E15-CSTUB-MOVE-2.                                                00  INPT
217570             PERFORM H30-SIZE-ERROR THRU H32-SIZE-ERROR-EXIT      00  INPT
217575             GO TO A43-SKIP-TO-TEND.                              00  INPT
217580     MOVE STUBIES (CNTR-6) TO ACTNSTK (ATNINDEX).                 00  INPT
           MOVE STUB-SEQ (CNTR-6) TO ASEQSTK (ATNINDEX).
217590     ADD 001 TO ATNINDEX.                                         00  INPT
217600     GO TO E20-ACTION-STUB-MOVE.                                  00  INPT
217610                                                                  00  INPT
217660             PERFORM H30-SIZE-ERROR THRU H32-SIZE-ERROR-EXIT      00  INPT
217665             GO TO A43-SKIP-TO-TEND.                              00  INPT
217670     MOVE STUB6 TO ACTNSTK (ATNINDEX).                            00  INPT
           MOVE STUB-SEQ (1) TO ASEQSTK (ATNINDEX).
217680     ADD 001 TO ATNINDEX.                                         00  INPT
217690                                                                  00  INPT
217700 E30-ASTUB-MOVE-2.                                                00  INPT
219990         GO TO F32-LOOP-THRU-ACTNS.                               00  INPT
220000                                                                  00  INPT
220010 F34-CONTRADICTION.                                               00  INPT
           IF MH-SW EQUAL TO "1"
               GO TO F29-INCR-Z.
                               NOTE OVERLAPPING RULES OF A MULTIPLE
                                 HIT TABLE ALL FIRE, SO DIFFERING
                                 ACTIONS ARE NO CONTRADICTION.
220020     MOVE CONTRERROR TO ERROR-PRINT.                              00  INPT
220030     MOVE TERM-INAL TO TYPEMSG.                                   00  INPT
220070     MOVE "1" TO CONTRA-SW.                                       00  INPT
220190     GO TO F29-INCR-Z.                                            00  INPT
220200                                                                  00  INPT
220210 F40-CHECK-FOR-CONTRADICT-FOUND.                                  00  INPT
           PERFORM F69-STUB-SYNTAX THRU F69X-STUB-SYNTAX-EXIT.
           IF SX-BAD-SW EQUAL TO "1"
               MOVE ZERO TO CONTRA-SW
               GO TO A20-INCR-TABLE-NO.
                               NOTE A STUB THAT IS NOT GOOD COBOL
                                 CANCELS THE TABLE AS A
                                 CONTRADICTION DOES.
220220     IF CONTRA-SW EQUAL TO "1"                                    00  INPT
220230         MOVE ZERO TO CONTRA-SW                                   00  INPT
220240         GO TO A20-INCR-TABLE-NO. NOTE CANCEL TABLE SINCE         00  INPT
               PERFORM F96-HIT-WEIGHTS THRU F96X-HIT-WEIGHTS-EXIT.
           IF DOPTS-SW-SIM EQUAL TO "1"
               PERFORM F97-SIMULATE THRU F97X-SIMULATE-EXIT.
           IF MH-SW EQUAL TO "1"
               PERFORM F76-MULT-HIT-LIST THRU F76X-MULT-HIT-LIST-EXIT.
           PERFORM F98-DNAME-COLLECT THRU F98X-DNAME-COLL-EXIT.
           PERFORM F73-DECISION-SAVE THRU F73X-DECISION-SAVE-EXIT.
           IF DD-COUNT GREATER THAN ZERO
               PERFORM F78-DICT-CHECK THRU F78X-DICT-CHECK-EXIT.
           IF BA-COUNT GREATER THAN ZERO
               PERFORM F79-BOUNDS-ANALYSIS THRU
                   F79X-BOUNDS-ANLZ-EXIT.
           IF DOPTS-SW-NAR EQUAL TO "1"
               PERFORM F99-NARRATIVE THRU F99X-NARRATIVE-EXIT.
           PERFORM F66-APPROVAL-GATE THRU F66X-APPROVAL-GATE-EXIT.
220280     IF TRACE-IND EQUAL TO "1"                                    00  INPT
220290         GO TO G00-DECOMPOSE-TABLE.                               00  INPT
           IF DOPTS-SW-CHK EQUAL TO "1"
                                 ONLY MATTER TO CODE PRODUCTION,
                                 SO THE CHECK ONLY PASS SKIPS
                                 STRAIGHT TO THE PARAMETER CHECK.
           IF MH-SW EQUAL TO "1"
               GO TO G00-DECOMPOSE-TABLE.
                               NOTE NOR ARE THE RULES OF A MULTIPLE
                                 HIT TABLE COMBINED - EACH ONE IS
                                 TESTED IN ITS OWN RIGHT.
220300                                                                  00  INPT
220310                       NOTE *** THE FOLLOWING CODE APPLIES A      00  INPT
220320                      *  PARTIAL OPTIMIZATION OF ACTIONS          00  INPT
221710     EXIT.                                                        00  INPT
221720                                                                  00  INPT
221730                                                                  00  INPT
                NOTE *** F73 KEEPS THE DECISION MATRIX OF THE TABLE
               *  JUST EDITED FOR THE HISTORY FILE AND THE END OF RUN
               *  DECISION COMPARISON - THE FIRST LINE OF EACH
               *  CONDITION STUB, THE FIRST LINE OF EACH ACTION STUB
               *  WITH THE TABLE ANY OF ITS LINES GOES TO, AND FOR
               *  EACH RULE ITS Y, N OR DASH ENTRIES (FROM CMATRIX
               *  BEFORE F41 COMBINES ANY RULES) AND ITS ACTIONS IN
               *  EXECUTION ORDER.  F74 PICKS THE TABLE NUMBER OUT
               *  OF A GO TO IN ONE ACTION LINE, AS F97S DOES.

       F73-DECISION-SAVE.
           IF NM-COUNT NOT LESS THAN 099
               GO TO F73X-DECISION-SAVE-EXIT.
           ADD 001 TO NM-COUNT.
           MOVE NM-COUNT TO DC-T.
           MOVE SPACE TO NEW-DM-ENTRY (DC-T).
           MOVE TBLNO TO NM-TBLNO (DC-T).
           MOVE TBLNAME TO NM-TBLNAME (DC-T).
           MOVE EFF-FROM TO NM-EFF (DC-T).
           MOVE "2" TO NM-STATE (DC-T).
           MOVE NBR-CONDS TO NM-NCONDS (DC-T).
           MOVE NACTNS TO NM-NACTNS (DC-T).
           MOVE NBR-RULES TO NM-NRULES (DC-T).
           MOVE ZERO TO NM-ELSE (DC-T).
           IF ELSE-IND EQUAL TO "1"
               MOVE "1" TO NM-ELSE (DC-T).
           MOVE ZERO TO NM-HIT (DC-T).
           IF MH-SW EQUAL TO "1"
               MOVE "1" TO NM-HIT (DC-T).
           IF NBR-CONDS GREATER THAN 040
               GO TO F73X-DECISION-SAVE-EXIT.
           IF NACTNS GREATER THAN 040
               GO TO F73X-DECISION-SAVE-EXIT.
           IF NBR-RULES GREATER THAN 080
               GO TO F73X-DECISION-SAVE-EXIT.
           MOVE ZERO TO DC-I.

       F73B-DCS-COND-LOOP.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN NBR-CONDS
               GO TO F73C-DCS-ACTN-INIT.
           MOVE CONDLST (DC-I) TO DC-K.
           MOVE CSTUBPTR (DC-K) TO DC-K.
           MOVE CONDSTK (DC-K) TO NM-CTEXT (DC-T, DC-I).
           GO TO F73B-DCS-COND-LOOP.

       F73C-DCS-ACTN-INIT.
           MOVE ZERO TO DC-J.

       F73D-DCS-ACTN-LOOP.
           ADD 001 TO DC-J.
           IF DC-J GREATER THAN NACTNS
               GO TO F73F-DCS-RULE-INIT.
           MOVE ACTNLST (DC-J) TO DC-K.
           MOVE ASTUBPTR (DC-K) TO DC-S.
           ADD 001 TO DC-K.
           MOVE ASTUBPTR (DC-K) TO DC-E.
           SUBTRACT 001 FROM DC-E.
           MOVE ACTNSTK (DC-S) TO NM-ATEXT (DC-T, DC-J).
           MOVE ZERO TO NM-AXFER (DC-T, DC-J).

       F73E-DCS-ACTN-LINES.
           IF DC-S GREATER THAN DC-E
               GO TO F73D-DCS-ACTN-LOOP.
           PERFORM F74-DECISION-XFER THRU F74X-DECISION-XFER-EXIT.
           IF DC-VALU GREATER THAN ZERO
               MOVE DC-VALU TO NM-AXFER (DC-T, DC-J).
           ADD 001 TO DC-S.
           GO TO F73E-DCS-ACTN-LINES.

       F73F-DCS-RULE-INIT.
           MOVE ZERO TO DC-R.

       F73G-DCS-RULE-LOOP.
           ADD 001 TO DC-R.
           IF DC-R GREATER THAN NBR-RULES
               MOVE "1" TO NM-STATE (DC-T)
               GO TO F73X-DECISION-SAVE-EXIT.
           MOVE SPACE TO NM-ENTRIES (DC-T, DC-R).
           MOVE ZERO TO NM-SEQ-AREA (DC-T, DC-R).
           MOVE ZERO TO DC-K.
           MOVE ZERO TO DC-I.
           IF ELSE-IND EQUAL TO "1"
               AND DC-R EQUAL TO NBR-RULES
               GO TO F73J-DCS-SEQ-LOOP.
                               NOTE THE ELSE RULE HAS NO ENTRIES.

       F73H-DCS-ENT-LOOP.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN NBR-CONDS
               MOVE ZERO TO DC-I
               GO TO F73J-DCS-SEQ-LOOP.
           MOVE CMATRIX (DC-I, DC-R) TO DC-Q.
           IF DC-Q EQUAL TO "$"
               MOVE "Y" TO DC-Q.
           IF DC-Q EQUAL TO "*"
               MOVE "N" TO DC-Q.
           IF DC-Q NOT EQUAL TO "Y"
               AND DC-Q NOT EQUAL TO "N"
               MOVE "-" TO DC-Q.
           MOVE DC-Q TO NM-ENT (DC-T, DC-R, DC-I).
           GO TO F73H-DCS-ENT-LOOP.

       F73J-DCS-SEQ-LOOP.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN NACTNS
               GO TO F73G-DCS-RULE-LOOP.
           IF AMATRIX (DC-I, DC-R) EQUAL TO ZERO
               GO TO F73J-DCS-SEQ-LOOP.
           ADD 001 TO DC-K.
           IF DC-K GREATER THAN 012
               GO TO F73X-DECISION-SAVE-EXIT.
           MOVE AMATRIX (DC-I, DC-R) TO NM-SEQ (DC-T, DC-R, DC-K).
           GO TO F73J-DCS-SEQ-LOOP.

       F73X-DECISION-SAVE-EXIT.
           EXIT.

       F74-DECISION-XFER.
           MOVE ACTNSTK (DC-S) TO STUB-CHAR.
           MOVE ZERO TO DC-VALU.
           MOVE ZERO TO DC-G.

       F74B-DCX-CHAR.
           ADD 001 TO DC-G.
           IF DC-G GREATER THAN 054
               GO TO F74X-DECISION-XFER-EXIT.
           IF IN-STUB (DC-G) NOT EQUAL TO "G"
               GO TO F74B-DCX-CHAR.
           MOVE DC-G TO DC-H.
           ADD 001 TO DC-H.
           IF IN-STUB (DC-H) NOT EQUAL TO "O"
               GO TO F74B-DCX-CHAR.
           ADD 001 TO DC-H.
           IF IN-STUB (DC-H) NOT EQUAL TO SPACE
               GO TO F74B-DCX-CHAR.
           ADD 001 TO DC-H.
           IF IN-STUB (DC-H) NOT EQUAL TO "T"
               GO TO F74B-DCX-CHAR.
           ADD 001 TO DC-H.
           IF IN-STUB (DC-H) NOT EQUAL TO "O"
               GO TO F74B-DCX-CHAR.

       F74C-DCX-SPACES.
           ADD 001 TO DC-H.
           IF DC-H GREATER THAN 060
               GO TO F74X-DECISION-XFER-EXIT.
           IF IN-STUB (DC-H) EQUAL TO SPACE
               GO TO F74C-DCX-SPACES.
           MOVE ZERO TO DC-D.

       F74D-DCX-DIGITS.
           IF DC-H GREATER THAN 060
               GO TO F74E-DCX-HAVE.
           MOVE IN-STUB (DC-H) TO XR-DIGIT-X.
           IF XR-DIGIT-X NOT NUMERIC
               GO TO F74E-DCX-HAVE.
           ADD 001 TO DC-D.
           IF DC-D GREATER THAN 005
               MOVE ZERO TO DC-VALU
               GO TO F74X-DECISION-XFER-EXIT.
           COMPUTE DC-VALU = DC-VALU * 10 + XR-DIGIT-1.
           ADD 001 TO DC-H.
           GO TO F74D-DCX-DIGITS.

       F74E-DCX-HAVE.
           IF DC-D EQUAL TO ZERO
               GO TO F74B-DCX-CHAR.
           IF DC-VALU EQUAL TO ZERO
               GO TO F74B-DCX-CHAR.

       F74X-DECISION-XFER-EXIT.
           EXIT.

                NOTE *** F66 IS THE DOPT PRD APPROVAL GATE - THE
               *  SIGNATURE OF THE TABLE JUST EDITED (F67) IS
               *  LOOKED FOR AMONG THE REGISTER APPROVALS OF ITS
               *  TABLE NUMBER - ON A MATCH THE APPROVER AND DATE
               *  ARE LISTED, OTHERWISE THE TABLE IS HELD - IT IS
               *  STILL LISTED BUT NOTHING MORE OF IT IS PUNCHED, A
               *  DOPT MEM MEMBER ALREADY OPENED FOR IT IS DROPPED
               *  (UNLESS AN EARLIER DATED VERSION WAS PUNCHED TO
               *  IT - THEN THE MEMBER IS KEPT AND A89 LEAVES THE
               *  HELD VERSION OUT OF THE DATE DISPATCH),
               *  ITS AUDIT RECORD IS MARKED H AND ITS SIGNATURE
               *  GOES TO THE PENDING APPROVAL FILE (OUTPUT NAME,
               *  EXTENSION PND) UNDER A P1 CARD READY FOR SIGN
               *  OFF - THE APPROVER AND DATE FILLED IN, THE CARDS
               *  ARE ADDED TO THE REGISTER.

       F66-APPROVAL-GATE.
           IF DOPTS-SW-PRD NOT EQUAL TO "1"
               GO TO F66X-APPROVAL-GATE-EXIT.
           IF DOPTS-SW-CHK EQUAL TO "1"
               GO TO F66X-APPROVAL-GATE-EXIT.
           IF RESTART-SKIP-SW EQUAL TO "1"
               GO TO F66X-APPROVAL-GATE-EXIT.
           PERFORM F67-APPROVAL-SIG THRU F67X-APPROVAL-SIG-EXIT.
           MOVE ZERO TO AV-I.

       F66B-APPROVAL-FIND.
           ADD 001 TO AV-I.
           IF AV-I GREATER THAN AV-COUNT
               GO TO F66D-APPROVAL-HOLD.
           IF AV-TBLNO (AV-I) NOT EQUAL TO TBLNO
               GO TO F66B-APPROVAL-FIND.
           IF AV-LINES (AV-I) NOT EQUAL TO AVC-COUNT
               GO TO F66B-APPROVAL-FIND.
           MOVE AV-FIRST (AV-I) TO AV-K.
           MOVE ZERO TO AV-J.

       F66C-APPROVAL-LINES.
           ADD 001 TO AV-J.
           IF AV-J GREATER THAN AVC-COUNT
               GO TO F66F-APPROVAL-MET.
           IF AV-LINE (AV-K) NOT EQUAL TO AVC-LINE (AV-J)
               GO TO F66B-APPROVAL-FIND.
           ADD 001 TO AV-K.
           GO TO F66C-APPROVAL-LINES.

       F66D-APPROVAL-HOLD.
           MOVE "1" TO APR-HOLD-SW.
           MOVE ZERO TO TBL-PUNCHED-SW.
           ADD 001 TO AV-HELD-COUNT.
           MOVE WARNING TO TYPEMSG.
           MOVE APRHELD TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           MOVE ZERO TO EFF-I.
           IF EFF-OPEN-SW EQUAL TO "1"
               AND EFF-TBLNO EQUAL TO TBLNO
               PERFORM F66K-APPROVAL-EARLIER
                   THRU F66KX-APPROVAL-EARLIER-EXIT.
           IF DOPTS-SW-MEM EQUAL TO "1"
               AND PUNCH-OPEN-IND EQUAL TO "X"
               AND APR-MEM-TBLNO EQUAL TO TBLNO
               AND EFF-I EQUAL TO ZERO
               CLOSE PUNCH-OUT WITH DELETE
               MOVE SPACE TO PUNCH-OPEN-IND.
           IF PND-OPEN-SW NOT EQUAL TO "1"
               OPEN OUTPUT PENDING-FILE
               MOVE "1" TO PND-OPEN-SW.
           MOVE SPACE TO APV-REC-WORK.
           MOVE "P1" TO APV-TYPE.
           MOVE TBLNO TO APV-TBLNO.
           MOVE TBLNAME TO APV-TBLNAME.
           WRITE PENDING-RECORD FROM APV-REC-WORK.
           MOVE ZERO TO AV-J.

       F66E-PENDING-LINES.
           ADD 001 TO AV-J.
           IF AV-J GREATER THAN AVC-COUNT
               GO TO F66X-APPROVAL-GATE-EXIT.
           WRITE PENDING-RECORD FROM AVC-LINE (AV-J).
           GO TO F66E-PENDING-LINES.

       F66F-APPROVAL-MET.
           MOVE AV-WHO (AV-I) TO APO-WHO.
           MOVE AV-DATE (AV-I) TO APO-DATE.
           MOVE SPACE TO TYPEMSG.
           MOVE APR-OK-LINE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       F66X-APPROVAL-GATE-EXIT.
           EXIT.

                NOTE *** F66K LOOKS FOR AN EARLIER VERSION OF THE
               *  OPEN DATED GROUP THAT WAS PUNCHED - UNDER DOPT MEM
               *  THE VERSIONS SHARE ONE MEMBER, SO THE HELD TABLE
               *  MUST NOT DROP IT. EFF-I IS LEFT AT THAT VERSION,
               *  OR ZERO WHEN THERE IS NONE.

       F66K-APPROVAL-EARLIER.
           ADD 001 TO EFF-I.
           IF EFF-I GREATER THAN EFF-COUNT
               MOVE ZERO TO EFF-I
               GO TO F66KX-APPROVAL-EARLIER-EXIT.
           IF EFV-PUNCHED (EFF-I) NOT EQUAL TO "1"
               GO TO F66K-APPROVAL-EARLIER.

       F66KX-APPROVAL-EARLIER-EXIT.
           EXIT.

                NOTE *** F67 BUILDS THE SIGNATURE OF THE TABLE IN
               *  HAND AS THE HISTORY FILE RECORDS IT - H2 AND H3
               *  FOR EACH CONDITION AND ACTION STUB LINE, THEN WHEN
               *  F73 KEPT THE MATRIX H4 AND H5 FOR EACH CONDITION
               *  AND ACTION AND H6 FOR EACH RULE.

       F67-APPROVAL-SIG.
           MOVE ZERO TO AVC-COUNT.
           MOVE ZERO TO AV-S.

       F67B-SIG-STUBS.
           ADD 001 TO AV-S.
           IF AV-S GREATER THAN 099
               GO TO F67D-SIG-MATRIX.
           IF AV-S NOT GREATER THAN NBR-CONDS
               AND CONDSTK (AV-S) NOT EQUAL TO SPACE
               MOVE SPACE TO HIST-REC-WORK
               MOVE "H2" TO HST-TYPE
               MOVE AV-S TO HST-IDX
               MOVE CONDSTK (AV-S) TO HST-TEXT
               PERFORM F67S-SIG-STORE THRU F67SX-SIG-STORE-EXIT.
           IF AV-S NOT GREATER THAN NACTNS
               AND ACTNSTK (AV-S) NOT EQUAL TO SPACE
               MOVE SPACE TO HIST-REC-WORK
               MOVE "H3" TO HST-TYPE
               MOVE AV-S TO HST-IDX
               MOVE ACTNSTK (AV-S) TO HST-TEXT
               PERFORM F67S-SIG-STORE THRU F67SX-SIG-STORE-EXIT.
           GO TO F67B-SIG-STUBS.

       F67D-SIG-MATRIX.
           IF NM-COUNT EQUAL TO ZERO
               GO TO F67X-APPROVAL-SIG-EXIT.
           MOVE NM-COUNT TO AV-T.
           IF NM-TBLNO (AV-T) NOT EQUAL TO TBLNO
               GO TO F67X-APPROVAL-SIG-EXIT.
           IF NM-STATE (AV-T) NOT EQUAL TO "1"
               GO TO F67X-APPROVAL-SIG-EXIT.
           MOVE ZERO TO AV-S.

       F67E-SIG-CONDS.
           ADD 001 TO AV-S.
           IF AV-S GREATER THAN NM-NCONDS (AV-T)
               MOVE ZERO TO AV-S
               GO TO F67F-SIG-ACTNS.
           MOVE SPACE TO HIST-REC-WORK.
           MOVE "H4" TO HST-TYPE.
           MOVE AV-S TO HST-IDX.
           MOVE NM-CTEXT (AV-T, AV-S) TO HST-TEXT.
           PERFORM F67S-SIG-STORE THRU F67SX-SIG-STORE-EXIT.
           GO TO F67E-SIG-CONDS.

       F67F-SIG-ACTNS.
           ADD 001 TO AV-S.
           IF AV-S GREATER THAN NM-NACTNS (AV-T)
               MOVE ZERO TO AV-S
               GO TO F67G-SIG-RULES.
           MOVE SPACE TO HIST-REC-WORK.
           MOVE "H5" TO HST-TYPE.
           MOVE AV-S TO HST-IDX.
           MOVE NM-ATEXT (AV-T, AV-S) TO HST-TEXT.
           MOVE NM-AXFER (AV-T, AV-S) TO HST-XFER.
           PERFORM F67S-SIG-STORE THRU F67SX-SIG-STORE-EXIT.
           GO TO F67F-SIG-ACTNS.

       F67G-SIG-RULES.
           ADD 001 TO AV-S.
           IF AV-S GREATER THAN NM-NRULES (AV-T)
               GO TO F67X-APPROVAL-SIG-EXIT.
           MOVE SPACE TO HIST-REC-WORK.
           MOVE "H6" TO HST-TYPE.
           MOVE AV-S TO HST-IDX.
           MOVE NM-ENTRIES (AV-T, AV-S) TO HST-ENTRIES.
           MOVE NM-SEQ-AREA (AV-T, AV-S) TO HST-SEQ-AREA.
           MOVE ZERO TO HST-ELSE.
           IF NM-ELSE (AV-T) EQUAL TO "1"
               AND AV-S EQUAL TO NM-NRULES (AV-T)
               MOVE "1" TO HST-ELSE.
           MOVE NM-HIT (AV-T) TO HST-HIT.
           PERFORM F67S-SIG-STORE THRU F67SX-SIG-STORE-EXIT.
           GO TO F67G-SIG-RULES.

       F67X-APPROVAL-SIG-EXIT.
           EXIT.

       F67S-SIG-STORE.
           IF AVC-COUNT NOT LESS THAN 400
               GO TO F67SX-SIG-STORE-EXIT.
           ADD 001 TO AVC-COUNT.
           MOVE HIST-REC-WORK TO AVC-LINE (AVC-COUNT).

       F67SX-SIG-STORE-EXIT.
           EXIT.

221740 F75-REPLACE-DITTO.                                               00  INPT
221750     IF SCAN-FIELD NOT EQUAL TO CHARACTER-HOR-DITTO               00  INPT
221760         GO TO F77-REPLACE-DITTO-EXIT.                            00  INPT
221860 F77-REPLACE-DITTO-EXIT.                                          00  INPT
221870     EXIT.                                                        00  INPT
221880                                                                  00  INPT
                NOTE *** F76 LISTS, FOR A MULTIPLE HIT TABLE, THE
               *  CASE OF EACH RULE (THE ENTRIES THAT RULE GIVES,
               *  THE REST LEFT OPEN) WITH EVERY RULE THE CASE IS
               *  SURE TO MEET, IN RULE ORDER, AND THE ACTION STUBS
               *  EACH OF THEM RUNS - THE COMBINED ACTION LIST THE
               *  PRODUCED CODE CARRIES OUT.  F76F, THE TEST OF
               *  WHICH RULES A CASE FIRES, AND F76T, THE SAME LIST
               *  AS COMMENT CARDS AT THE END OF A TEST CASE, ARE
               *  SHARED WITH THE DOPT TST DECK AND THE NARRATIVE.

       F76-MULT-HIT-LIST.
           MOVE NBR-RULES TO MH-NRULES.
           IF ELSE-IND EQUAL TO "1"
               SUBTRACT 001 FROM MH-NRULES.
           IF MH-NRULES NOT GREATER THAN ZERO
               GO TO F76X-MULT-HIT-LIST-EXIT.
           MOVE TBLNUM TO MH-TTL-TBL.
           MOVE MH-TTL-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE ZERO TO MH-J.

       F76B-MH-CASE-LOOP.
           ADD 001 TO MH-J.
           IF MH-J GREATER THAN MH-NRULES
               GO TO F76X-MULT-HIT-LIST-EXIT.
           PERFORM F76F-MH-FIRES THRU F76FX-MH-FIRES-EXIT.
           MOVE MH-J TO MH-CL-RULE.
           MOVE MH-N TO MH-CL-COUNT.
           MOVE MH-CASE-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE ZERO TO MH-R.

       F76C-MH-RULE-LOOP.
           ADD 001 TO MH-R.
           IF MH-R GREATER THAN MH-NRULES
               GO TO F76B-MH-CASE-LOOP.
           IF MH-FIRE (MH-R) NOT EQUAL TO "1"
               GO TO F76C-MH-RULE-LOOP.
           MOVE MH-R TO MH-RL-RULE.
           MOVE MH-RULE-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE MH-R TO SIM-C.
           PERFORM F97R-SIM-ACTIONS THRU F97RX-SIM-ACTNS-EXIT.
           GO TO F76C-MH-RULE-LOOP.

       F76X-MULT-HIT-LIST-EXIT.
           EXIT.

       F76F-MH-FIRES.
           MOVE ZERO TO MH-N.
           MOVE ZERO TO MH-R.

       F76F2-MH-FIRES-RULE.
           ADD 001 TO MH-R.
           IF MH-R GREATER THAN MH-NRULES
               GO TO F76FX-MH-FIRES-EXIT.
           MOVE ZERO TO MH-FIRE (MH-R).
           MOVE ZERO TO MH-I.

       F76F4-MH-FIRES-COND.
           ADD 001 TO MH-I.
           IF MH-I GREATER THAN NBR-CONDS
               MOVE "1" TO MH-FIRE (MH-R)
               ADD 001 TO MH-N
               GO TO F76F2-MH-FIRES-RULE.
           MOVE CMATRIX (MH-I, MH-R) TO MH-Q.
           IF MH-Q EQUAL TO "$"
               MOVE "Y" TO MH-Q.
           IF MH-Q EQUAL TO "*"
               MOVE "N" TO MH-Q.
           IF MH-Q NOT EQUAL TO "Y"
               AND MH-Q NOT EQUAL TO "N"
               GO TO F76F4-MH-FIRES-COND.
           MOVE CMATRIX (MH-I, MH-J) TO MH-Q2.
           IF MH-Q2 EQUAL TO "$"
               MOVE "Y" TO MH-Q2.
           IF MH-Q2 EQUAL TO "*"
               MOVE "N" TO MH-Q2.
           IF MH-Q EQUAL TO MH-Q2
               GO TO F76F4-MH-FIRES-COND.
           GO TO F76F2-MH-FIRES-RULE.
                               NOTE THE CASE LEAVES THIS CONDITION
                                 OPEN OR GIVES IT THE OTHER VALUE.

       F76FX-MH-FIRES-EXIT.
           EXIT.

       F76T-MH-TEST-CARDS.
           MOVE UV-NRULES TO MH-NRULES.
           MOVE UV-J TO MH-J.
           PERFORM F76F-MH-FIRES THRU F76FX-MH-FIRES-EXIT.
           MOVE ZERO TO MH-R.

       F76T2-MH-TEST-RULE.
           ADD 001 TO MH-R.
           IF MH-R GREATER THAN MH-NRULES
               GO TO F76TX-MH-TEST-EXIT.
           IF MH-FIRE (MH-R) NOT EQUAL TO "1"
               GO TO F76T2-MH-TEST-RULE.
           MOVE MH-R TO TST-FIRE-RULE.
           WRITE TEST-RECORD FROM TST-FIRE-CARD.
           MOVE ZERO TO MH-K.

       F76T4-MH-TEST-ACTN.
           ADD 001 TO MH-K.
           IF MH-K GREATER THAN NACTNS
               GO TO F76T2-MH-TEST-RULE.
           IF AMATRIX (MH-K, MH-R) EQUAL TO ZERO
               GO TO F76T4-MH-TEST-ACTN.
           MOVE AMATRIX (MH-K, MH-R) TO MH-I.
           MOVE ACTNLST (MH-I) TO MH-I.
           MOVE ASTUBPTR (MH-I) TO MH-S.
           ADD 001 TO MH-I.
           MOVE ASTUBPTR (MH-I) TO MH-E.
           SUBTRACT 001 FROM MH-E.

       F76T6-MH-TEST-LINES.
           IF MH-S GREATER THAN MH-E
               GO TO F76T4-MH-TEST-ACTN.
           MOVE ACTNSTK (MH-S) TO TST-ACT-TEXT.
           WRITE TEST-RECORD FROM TST-ACT-CARD.
           ADD 001 TO MH-S.
           GO TO F76T6-MH-TEST-LINES.

       F76TX-MH-TEST-EXIT.
           EXIT.

                NOTE *** F69 CHECKS THE STUB TEXT OF THE TABLE JUST
               *  EDITED BEFORE ANY OF IT IS PUNCHED - EACH CONDITION
               *  STUB MUST BE A WELL FORMED COBOL CONDITION AND EACH
               *  ACTION STUB A STATEMENT SEQUENCE STARTING WITH A
               *  VERB.  THE STUB IS TOKENIZED AS F98 DOES AND EACH
               *  WORD TAKES ITS KIND FROM THE DNX AND DKX WORD
               *  LISTS (DNX-KIND, DKX-KIND) - A WORD ON NEITHER IS
               *  A DATA-NAME.  A QUOTE OR PARENTHESIS LEFT OPEN, A
               *  PERIOD IN A CONDITION OR BEFORE THE END OF AN
               *  ACTION, TWO OPERANDS WITH NO OPERATOR BETWEEN, A
               *  LITERAL WITH NO RELATION, TO OR THAN NOT AFTER A
               *  RELATIONAL WORD, A STUB ENDING ON AN OPERATOR, A
               *  VERB IN A CONDITION OR AN ACTION NOT STARTING WITH
               *  ONE IS A TERMINAL ERROR GIVING THE TABLE, ROW TYPE,
               *  ROW NUMBER AND THE SEQUENCE NUMBER OF THE CARD THE
               *  TEXT CAME FROM - ONLY THE FIRST ERROR OF A ROW IS
               *  GIVEN - AND F40 THEN CANCELS THE TABLE.  A ROW
               *  STILL HOLDING AN UNKNOWN =NAME IS PASSED OVER, B77
               *  HAS ALREADY REPORTED IT.

       F69-STUB-SYNTAX.
           MOVE ZERO TO SX-BAD-SW.
           MOVE ZERO TO SX-R.

       F69B-SYN-COND-LOOP.
           ADD 001 TO SX-R.
           IF SX-R GREATER THAN NBR-CONDS
               GO TO F69C-SYN-ACTN-INIT.
           MOVE "C" TO SX-CHAR.
           MOVE CONDLST (SX-R) TO SX-W.
           MOVE CSTUBPTR (SX-W) TO SX-S.
           ADD 001 TO SX-W.
           MOVE CSTUBPTR (SX-W) TO SX-E.
           SUBTRACT 001 FROM SX-E.
           PERFORM F69E-SYN-ROW THRU F69EX-SYN-ROW-EXIT.
           GO TO F69B-SYN-COND-LOOP.

       F69C-SYN-ACTN-INIT.
           MOVE ZERO TO SX-R.

       F69D-SYN-ACTN-LOOP.
           ADD 001 TO SX-R.
           IF SX-R GREATER THAN NACTNS
               GO TO F69X-STUB-SYNTAX-EXIT.
           MOVE "A" TO SX-CHAR.
           MOVE ACTNLST (SX-R) TO SX-W.
           MOVE ASTUBPTR (SX-W) TO SX-S.
           ADD 001 TO SX-W.
           MOVE ASTUBPTR (SX-W) TO SX-E.
           SUBTRACT 001 FROM SX-E.
           PERFORM F69E-SYN-ROW THRU F69EX-SYN-ROW-EXIT.
           GO TO F69D-SYN-ACTN-LOOP.

       F69X-STUB-SYNTAX-EXIT.
           EXIT.

       F69E-SYN-ROW.
           MOVE ZERO TO SX-NTOK.
           MOVE ZERO TO SX-DEPTH.
           MOVE ZERO TO SX-REL-SW.
           MOVE ZERO TO SX-LIT-SW.
           MOVE ZERO TO SX-OPEN-SW.
           MOVE ZERO TO SX-PER-SW.
           MOVE ZERO TO SX-ERR-SW.
           MOVE SPACE TO SX-PREV-K.
           MOVE SPACE TO SX-PREV-WORD.
           MOVE SPACE TO SX-VERB.
           MOVE SPACE TO SX-REASON.
           IF SX-S GREATER THAN SX-E
               GO TO F69EX-SYN-ROW-EXIT.
           IF SX-CHAR EQUAL TO "C"
               MOVE CONDSTK (SX-S) TO SX-LINE-AREA
           ELSE MOVE ACTNSTK (SX-S) TO SX-LINE-AREA.
           IF SX-LC (1) EQUAL TO "="
               GO TO F69EX-SYN-ROW-EXIT.

       F69F-SYN-LINE-LOOP.
           IF SX-S GREATER THAN SX-E
               GO TO F69R-SYN-ROW-END.
           IF SX-CHAR EQUAL TO "C"
               MOVE CONDSTK (SX-S) TO SX-LINE-AREA
               MOVE CSEQSTK (SX-S) TO SX-SEQ
           ELSE MOVE ACTNSTK (SX-S) TO SX-LINE-AREA
                MOVE ASEQSTK (SX-S) TO SX-SEQ.
           ADD 001 TO SX-S.
           MOVE ZERO TO SX-P.
           MOVE ZERO TO SX-Q.

       F69G-SYN-SCAN.
           ADD 001 TO SX-P.

       F69G2-SYN-CLASSIFY.
           IF SX-P GREATER THAN 060
               GO TO F69F4-SYN-LINE-END.
           IF SX-LC (SX-P) EQUAL TO QUOTE
               GO TO F69H-SYN-QUOTED.
           IF SX-LC (SX-P) EQUAL TO "."
               GO TO F69M-SYN-PERIOD.
           IF SX-LC (SX-P) NOT LESS THAN "0"
               AND SX-LC (SX-P) NOT GREATER THAN "9"
               GO TO F69J-SYN-NUMBER.
           IF SX-LC (SX-P) NOT LESS THAN "A"
               AND SX-LC (SX-P) NOT GREATER THAN "Z"
               GO TO F69K-SYN-WORD.
           MOVE SPACE TO SX-K.
           IF SX-LC (SX-P) EQUAL TO "="
               OR SX-LC (SX-P) EQUAL TO "<"
               OR SX-LC (SX-P) EQUAL TO ">"
               MOVE "S" TO SX-K.
           IF SX-LC (SX-P) EQUAL TO "+"
               OR SX-LC (SX-P) EQUAL TO "-"
               OR SX-LC (SX-P) EQUAL TO "*"
               OR SX-LC (SX-P) EQUAL TO "/"
               MOVE "X" TO SX-K.
           IF SX-LC (SX-P) EQUAL TO "("
               MOVE "(" TO SX-K
               ADD 001 TO SX-DEPTH.
           IF SX-LC (SX-P) EQUAL TO ")"
               MOVE ")" TO SX-K
               SUBTRACT 001 FROM SX-DEPTH.
           IF SX-K EQUAL TO SPACE
               GO TO F69G-SYN-SCAN.
                               NOTE SPACE, COMMA, SEMICOLON AND ANY
                                 OTHER CHARACTER ONLY SEPARATE.
           MOVE SPACE TO SX-WORD.
           MOVE SX-LC (SX-P) TO SX-WC (1).
           PERFORM F69N-SYN-TOKEN THRU F69NX-SYN-TOKEN-EXIT.
           IF SX-ERR-SW EQUAL TO "1"
               GO TO F69U-SYN-REPORT.
           GO TO F69G-SYN-SCAN.

       F69F4-SYN-LINE-END.
           IF SX-Q EQUAL TO "1"
               MOVE SXQUOTE TO SX-REASON
               GO TO F69U-SYN-REPORT.
           GO TO F69F-SYN-LINE-LOOP.

       F69H-SYN-QUOTED.
           ADD 001 TO SX-P.
           IF SX-P GREATER THAN 060
               MOVE "1" TO SX-Q
               GO TO F69F4-SYN-LINE-END.
           IF SX-LC (SX-P) NOT EQUAL TO QUOTE
               GO TO F69H-SYN-QUOTED.
           MOVE "L" TO SX-K.
           MOVE SPACE TO SX-WORD.
           PERFORM F69N-SYN-TOKEN THRU F69NX-SYN-TOKEN-EXIT.
           IF SX-ERR-SW EQUAL TO "1"
               GO TO F69U-SYN-REPORT.
           GO TO F69G-SYN-SCAN.

       F69M-SYN-PERIOD.
           IF SX-CHAR EQUAL TO "C"
               MOVE SXCPER TO SX-REASON
               GO TO F69U-SYN-REPORT.
           MOVE "1" TO SX-PER-SW.
           GO TO F69G-SYN-SCAN.

       F69J-SYN-NUMBER.
           MOVE "L" TO SX-K.

       F69J2-SYN-NUMBER-LOOP.
           ADD 001 TO SX-P.
           IF SX-P GREATER THAN 060
               GO TO F69J8-SYN-NUMBER-END.
           IF SX-LC (SX-P) NOT LESS THAN "0"
               AND SX-LC (SX-P) NOT GREATER THAN "9"
               GO TO F69J2-SYN-NUMBER-LOOP.
           IF SX-LC (SX-P) NOT EQUAL TO "."
               GO TO F69J4-SYN-NUMBER-WORD.
           IF SX-P EQUAL TO 060
               GO TO F69J8-SYN-NUMBER-END.
           ADD 001 TO SX-P.
           IF SX-LC (SX-P) NOT LESS THAN "0"
               AND SX-LC (SX-P) NOT GREATER THAN "9"
               GO TO F69J2-SYN-NUMBER-LOOP.
           SUBTRACT 001 FROM SX-P.
           GO TO F69J8-SYN-NUMBER-END.
                               NOTE A POINT BETWEEN DIGITS IS A
                                 DECIMAL POINT, ANY OTHER ENDS THE
                                 NUMBER AND IS A PERIOD.

       F69J4-SYN-NUMBER-WORD.
           PERFORM F69Y-SYN-CLASS.
           IF SX-M NOT EQUAL TO "1"
               GO TO F69J8-SYN-NUMBER-END.
           MOVE "W" TO SX-K.

       F69J6-SYN-NUMBER-SKIP.
           ADD 001 TO SX-P.
           IF SX-P GREATER THAN 060
               GO TO F69J8-SYN-NUMBER-END.
           PERFORM F69Y-SYN-CLASS.
           IF SX-M EQUAL TO "1"
               GO TO F69J6-SYN-NUMBER-SKIP.
                               NOTE A WORD STARTING WITH A DIGIT IS
                                 A DATA-NAME OR PROCEDURE NAME.

       F69J8-SYN-NUMBER-END.
           MOVE SPACE TO SX-WORD.
           PERFORM F69N-SYN-TOKEN THRU F69NX-SYN-TOKEN-EXIT.
           IF SX-ERR-SW EQUAL TO "1"
               GO TO F69U-SYN-REPORT.
           GO TO F69G2-SYN-CLASSIFY.

       F69K-SYN-WORD.
           MOVE SPACE TO SX-WORD.
           MOVE ZERO TO SX-L.

       F69K2-SYN-WORD-LOOP.
           ADD 001 TO SX-L.
           IF SX-L NOT GREATER THAN 030
               MOVE SX-LC (SX-P) TO SX-WC (SX-L).
           ADD 001 TO SX-P.
           IF SX-P GREATER THAN 060
               GO TO F69L-SYN-HAVE-WORD.
           PERFORM F69Y-SYN-CLASS.
           IF SX-M EQUAL TO "1"
               GO TO F69K2-SYN-WORD-LOOP.

       F69L-SYN-HAVE-WORD.
           PERFORM F69W-SYN-KIND THRU F69WX-SYN-KIND-EXIT.
           PERFORM F69N-SYN-TOKEN THRU F69NX-SYN-TOKEN-EXIT.
           IF SX-ERR-SW EQUAL TO "1"
               GO TO F69U-SYN-REPORT.
           GO TO F69G2-SYN-CLASSIFY.

       F69R-SYN-ROW-END.
           IF SX-NTOK EQUAL TO ZERO
               GO TO F69EX-SYN-ROW-EXIT.
           IF SX-DEPTH NOT EQUAL TO ZERO
               MOVE SXPAREN TO SX-REASON
               GO TO F69U-SYN-REPORT.
           IF SX-CHAR EQUAL TO "A"
               GO TO F69R4-SYN-ACTN-END.
           IF SX-OPEN-SW EQUAL TO "1"
               MOVE SXCEND TO SX-REASON
               GO TO F69U-SYN-REPORT.
           IF SX-REL-SW EQUAL TO ZERO
               AND SX-LIT-SW EQUAL TO "1"
               MOVE SXNOREL TO SX-REASON
               GO TO F69U-SYN-REPORT.
           GO TO F69EX-SYN-ROW-EXIT.

       F69R4-SYN-ACTN-END.
           IF SX-OPEN-SW EQUAL TO "1"
               MOVE SXAEND TO SX-REASON
               GO TO F69U-SYN-REPORT.
           IF SX-NTOK GREATER THAN 001
               GO TO F69EX-SYN-ROW-EXIT.
           IF SX-VERB EQUAL TO "EXIT"
               OR SX-VERB EQUAL TO "GOBACK"
               GO TO F69EX-SYN-ROW-EXIT.
           MOVE SXAEND TO SX-REASON.

       F69U-SYN-REPORT.
           MOVE "1" TO SX-BAD-SW.
           MOVE TERM-INAL TO TYPEMSG.
           MOVE SXERROR TO ERROR-PRINT.
           MOVE TBLNO TO SXP-TBL.
           MOVE SX-CHAR TO SXP-TYPE.
           MOVE SX-R TO SXP-ROW.
           MOVE SX-SEQ TO SXP-SEQ.
           MOVE SX-REASON TO SXP-REASON.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       F69EX-SYN-ROW-EXIT.
           EXIT.

       F69N-SYN-TOKEN.
           ADD 001 TO SX-NTOK.
           IF SX-PER-SW EQUAL TO "1"
               MOVE SXAPER TO SX-REASON
               GO TO F69N8-SYN-TOKEN-BAD.
           IF SX-DEPTH LESS THAN ZERO
               MOVE SXPAREN TO SX-REASON
               GO TO F69N8-SYN-TOKEN-BAD.
           IF SX-CHAR EQUAL TO "A"
               GO TO F69P-SYN-ACTN-TOKEN.
           IF SX-K EQUAL TO "V"
               MOVE SXCVERB TO SX-REASON
               MOVE SX-WORD TO SX-REASON-WORD
               GO TO F69N8-SYN-TOKEN-BAD.
           IF SX-K EQUAL TO "W"
               OR SX-K EQUAL TO "L"
               OR SX-K EQUAL TO "F"
               GO TO F69N4-SYN-OPERAND.
           MOVE "1" TO SX-OPEN-SW.
           IF SX-K EQUAL TO "C"
               OR SX-K EQUAL TO ")"
               MOVE ZERO TO SX-OPEN-SW.
           IF SX-K EQUAL TO "C"
               OR SX-K EQUAL TO "O"
               OR SX-K EQUAL TO "S"
               MOVE "1" TO SX-REL-SW.
           IF SX-WORD NOT EQUAL TO "TO"
               AND SX-WORD NOT EQUAL TO "THAN"
               GO TO F69N6-SYN-TOKEN-SAVE.
           IF SX-PREV-K EQUAL TO "O"
               GO TO F69N6-SYN-TOKEN-SAVE.
           MOVE SXNOREL TO SX-REASON.
           GO TO F69N8-SYN-TOKEN-BAD.

       F69N4-SYN-OPERAND.
           IF SX-DEPTH EQUAL TO ZERO
               AND SX-PREV-K EQUAL TO "W"
               MOVE SXNOREL TO SX-REASON
               GO TO F69N8-SYN-TOKEN-BAD.
           IF SX-DEPTH EQUAL TO ZERO
               AND SX-PREV-K EQUAL TO "L"
               MOVE SXNOREL TO SX-REASON
               GO TO F69N8-SYN-TOKEN-BAD.
           IF SX-DEPTH EQUAL TO ZERO
               AND SX-PREV-K EQUAL TO "F"
               MOVE SXNOREL TO SX-REASON
               GO TO F69N8-SYN-TOKEN-BAD.
           MOVE ZERO TO SX-OPEN-SW.
           IF SX-K EQUAL TO "W"
               GO TO F69N6-SYN-TOKEN-SAVE.
           IF SX-K EQUAL TO "F"
               AND SX-PREV-WORD EQUAL TO "IS"
               MOVE "1" TO SX-REL-SW
               GO TO F69N6-SYN-TOKEN-SAVE.
           IF SX-K EQUAL TO "F"
               AND SX-PREV-WORD EQUAL TO "NOT"
               MOVE "1" TO SX-REL-SW
               GO TO F69N6-SYN-TOKEN-SAVE.
                               NOTE IS ZERO OR NOT ZERO IS A SIGN
                                 CONDITION.
           MOVE "1" TO SX-LIT-SW.
           GO TO F69N6-SYN-TOKEN-SAVE.

       F69P-SYN-ACTN-TOKEN.
           IF SX-NTOK GREATER THAN 001
               GO TO F69P4-SYN-ACTN-NEXT.
           IF SX-K EQUAL TO "V"
               MOVE SX-WORD TO SX-VERB
               GO TO F69P4-SYN-ACTN-NEXT.
           MOVE SXAVERB TO SX-REASON.
           MOVE SX-WORD TO SX-REASON-WORD.
           GO TO F69N8-SYN-TOKEN-BAD.

       F69P4-SYN-ACTN-NEXT.
           MOVE ZERO TO SX-OPEN-SW.
           IF SX-K EQUAL TO "S"
               OR SX-K EQUAL TO "O"
               OR SX-K EQUAL TO "G"
               OR SX-K EQUAL TO "X"
               OR SX-K EQUAL TO "("
               MOVE "1" TO SX-OPEN-SW.
           IF SX-WORD EQUAL TO "TO"
               OR SX-WORD EQUAL TO "FROM"
               OR SX-WORD EQUAL TO "BY"
               OR SX-WORD EQUAL TO "INTO"
               OR SX-WORD EQUAL TO "GIVING"
               OR SX-WORD EQUAL TO "THRU"
               OR SX-WORD EQUAL TO "THAN"
               OR SX-WORD EQUAL TO "IS"
               MOVE "1" TO SX-OPEN-SW.

       F69N6-SYN-TOKEN-SAVE.
           MOVE SX-K TO SX-PREV-K.
           MOVE SX-WORD TO SX-PREV-WORD.
           GO TO F69NX-SYN-TOKEN-EXIT.

       F69N8-SYN-TOKEN-BAD.
           MOVE "1" TO SX-ERR-SW.

       F69NX-SYN-TOKEN-EXIT.
           EXIT.

       F69W-SYN-KIND.
           MOVE "W" TO SX-K.
           MOVE ZERO TO SX-I.

       F69W2-SYN-RSV-LOOP.
           ADD 001 TO SX-I.
           IF SX-I GREATER THAN DNX-RSV-MAX
               MOVE ZERO TO SX-I
               GO TO F69W4-SYN-XRSV-LOOP.
           IF SX-WORD NOT EQUAL TO DNX-RSV (SX-I)
               GO TO F69W2-SYN-RSV-LOOP.
           MOVE DNX-KIND (SX-I) TO SX-K.
           GO TO F69WX-SYN-KIND-EXIT.

       F69W4-SYN-XRSV-LOOP.
           ADD 001 TO SX-I.
           IF SX-I GREATER THAN DKX-RSV-MAX
               GO TO F69WX-SYN-KIND-EXIT.
           IF SX-WORD NOT EQUAL TO DKX-RSV (SX-I)
               GO TO F69W4-SYN-XRSV-LOOP.
           MOVE DKX-KIND (SX-I) TO SX-K.

       F69WX-SYN-KIND-EXIT.
           EXIT.

       F69Y-SYN-CLASS.
           MOVE ZERO TO SX-M.
           IF SX-LC (SX-P) EQUAL TO "-"
               MOVE "1" TO SX-M.
           IF SX-LC (SX-P) NOT LESS THAN "A"
               AND SX-LC (SX-P) NOT GREATER THAN "Z"
               MOVE "1" TO SX-M.
           IF SX-LC (SX-P) NOT LESS THAN "0"
               AND SX-LC (SX-P) NOT GREATER THAN "9"
               MOVE "1" TO SX-M.

                NOTE *** F78 CHECKS THE STUB TEXT OF THE TABLE JUST
               *  EDITED AGAINST THE DATA DICTIONARY LOADED AT START
               *  UP - EVERY WORD F98 WOULD COLLECT AS A DATA-NAME IS
               *  LOOKED UP (A WORD AFTER PERFORM, GO TO OR THRU IS A
               *  PROCEDURE NAME AND IS PASSED OVER, AND THE NAME
               *  AFTER OF OR IN ONLY QUALIFIES THE ONE BEFORE IT),
               *  A QUOTED LITERAL COMPARED WITH OR MOVED TO A
               *  NUMERIC PICTURE IS FLAGGED, AND SO IS ANY LITERAL,
               *  OR EXTENDED ENTRY MERGED INTO THE STUB, LONGER THAN
               *  THE FIELD IT MEETS - ALL AT WARNING SEVERITY, WITH
               *  THE TABLE, ROW TYPE AND ROW NUMBER.

       F78-DICT-CHECK.
           MOVE ZERO TO DK-R.

       F78B-DICT-COND-LOOP.
           ADD 001 TO DK-R.
           IF DK-R GREATER THAN NBR-CONDS
               GO TO F78C-DICT-ACTN-INIT.
           MOVE "C" TO DK-CHAR.
           MOVE CONDLST (DK-R) TO DK-W.
           MOVE CSTUBPTR (DK-W) TO DK-S.
           ADD 001 TO DK-W.
           MOVE CSTUBPTR (DK-W) TO DK-E.
           SUBTRACT 001 FROM DK-E.
           PERFORM F78E-DICT-ROW THRU F78EX-DICT-ROW-EXIT.
           GO TO F78B-DICT-COND-LOOP.

       F78C-DICT-ACTN-INIT.
           MOVE ZERO TO DK-R.

       F78D-DICT-ACTN-LOOP.
           ADD 001 TO DK-R.
           IF DK-R GREATER THAN NACTNS
               GO TO F78X-DICT-CHECK-EXIT.
           MOVE "A" TO DK-CHAR.
           MOVE ACTNLST (DK-R) TO DK-W.
           MOVE ASTUBPTR (DK-W) TO DK-S.
           ADD 001 TO DK-W.
           MOVE ASTUBPTR (DK-W) TO DK-E.
           SUBTRACT 001 FROM DK-E.
           PERFORM F78E-DICT-ROW THRU F78EX-DICT-ROW-EXIT.
           GO TO F78D-DICT-ACTN-LOOP.

       F78X-DICT-CHECK-EXIT.
           EXIT.

       F78E-DICT-ROW.
           MOVE ZERO TO DK-SUBJ.
           MOVE ZERO TO DK-UND-COUNT.
           MOVE ZERO TO DK-REL-SW.
           MOVE ZERO TO DK-PROC-SW.
           MOVE ZERO TO DK-GO-SW.
           MOVE ZERO TO DK-QUAL-SW.
           MOVE ZERO TO DK-MOVE-SW.
           MOVE ZERO TO DK-LIT-SW.
           MOVE ZERO TO DK-MTO-SW.

       F78F-DICT-LINE-LOOP.
           IF DK-S GREATER THAN DK-E
               GO TO F78EX-DICT-ROW-EXIT.
           IF DK-CHAR EQUAL TO "C"
               MOVE CONDSTK (DK-S) TO DK-LINE-AREA
           ELSE MOVE ACTNSTK (DK-S) TO DK-LINE-AREA.
           ADD 001 TO DK-S.
           MOVE ZERO TO DK-P.

       F78G-DICT-SCAN.
           ADD 001 TO DK-P.

       F78G2-DICT-CLASSIFY.
           IF DK-P GREATER THAN 060
               GO TO F78F-DICT-LINE-LOOP.
           IF DK-LC (DK-P) EQUAL TO QUOTE
               GO TO F78H-DICT-QUOTED.
           IF DK-LC (DK-P) EQUAL TO "="
               OR DK-LC (DK-P) EQUAL TO "<"
               OR DK-LC (DK-P) EQUAL TO ">"
               MOVE "1" TO DK-REL-SW
               GO TO F78G-DICT-SCAN.
           IF DK-LC (DK-P) NOT LESS THAN "0"
               AND DK-LC (DK-P) NOT GREATER THAN "9"
               GO TO F78J-DICT-NUMBER.
           IF DK-LC (DK-P) LESS THAN "A"
               GO TO F78G-DICT-SCAN.
           IF DK-LC (DK-P) GREATER THAN "Z"
               GO TO F78G-DICT-SCAN.
           GO TO F78K-DICT-WORD.

       F78H-DICT-QUOTED.
           MOVE ZERO TO DK-L.

       F78H2-DICT-QUOTED-LOOP.
           ADD 001 TO DK-P.
           IF DK-P GREATER THAN 060
               GO TO F78H4-DICT-QUOTED-END.
           IF DK-LC (DK-P) EQUAL TO QUOTE
               GO TO F78H4-DICT-QUOTED-END.
           ADD 001 TO DK-L.
           GO TO F78H2-DICT-QUOTED-LOOP.

       F78H4-DICT-QUOTED-END.
           MOVE "X" TO DK-NOW-CLASS.
           PERFORM F78N-DICT-LITERAL THRU F78NX-DICT-LITERAL-EXIT.
           GO TO F78G-DICT-SCAN.

       F78J-DICT-NUMBER.
           MOVE ZERO TO DK-L.

       F78J2-DICT-NUMBER-LOOP.
           IF DK-LC (DK-P) NOT LESS THAN "0"
               AND DK-LC (DK-P) NOT GREATER THAN "9"
               ADD 001 TO DK-L
               GO TO F78J4-DICT-NUMBER-NEXT.
           IF DK-LC (DK-P) EQUAL TO "."
               GO TO F78J4-DICT-NUMBER-NEXT.
           GO TO F78J6-DICT-NUMBER-END.

       F78J4-DICT-NUMBER-NEXT.
           ADD 001 TO DK-P.
           IF DK-P NOT GREATER THAN 060
               GO TO F78J2-DICT-NUMBER-LOOP.

       F78J6-DICT-NUMBER-END.
           IF DK-P GREATER THAN 060
               GO TO F78J8-DICT-NUMBER-LIT.
           PERFORM F78Y-DICT-CLASS.
           IF DK-M EQUAL TO "1"
               GO TO F78M-DICT-SKIP-RUN.

       F78J8-DICT-NUMBER-LIT.
           MOVE "9" TO DK-NOW-CLASS.
           PERFORM F78N-DICT-LITERAL THRU F78NX-DICT-LITERAL-EXIT.
           GO TO F78G2-DICT-CLASSIFY.

       F78M-DICT-SKIP-RUN.
           ADD 001 TO DK-P.
           IF DK-P GREATER THAN 060
               GO TO F78F-DICT-LINE-LOOP.
           PERFORM F78Y-DICT-CLASS.
           IF DK-M EQUAL TO "1"
               GO TO F78M-DICT-SKIP-RUN.
           GO TO F78G2-DICT-CLASSIFY.

       F78K-DICT-WORD.
           MOVE SPACE TO DK-WORD.
           MOVE ZERO TO DK-L.

       F78K2-DICT-WORD-LOOP.
           ADD 001 TO DK-L.
           IF DK-L NOT GREATER THAN 030
               MOVE DK-LC (DK-P) TO DK-WC (DK-L).
           ADD 001 TO DK-P.
           IF DK-P GREATER THAN 060
               GO TO F78L-DICT-HAVE-WORD.
           PERFORM F78Y-DICT-CLASS.
           IF DK-M EQUAL TO "1"
               GO TO F78K2-DICT-WORD-LOOP.

       F78L-DICT-HAVE-WORD.
           PERFORM F78P-DICT-WORD THRU F78PX-DICT-WORD-EXIT.
           GO TO F78G2-DICT-CLASSIFY.

       F78Y-DICT-CLASS.
           MOVE ZERO TO DK-M.
           IF DK-LC (DK-P) EQUAL TO "-"
               MOVE "1" TO DK-M.
           IF DK-LC (DK-P) NOT LESS THAN "A"
               AND DK-LC (DK-P) NOT GREATER THAN "Z"
               MOVE "1" TO DK-M.
           IF DK-LC (DK-P) NOT LESS THAN "0"
               AND DK-LC (DK-P) NOT GREATER THAN "9"
               MOVE "1" TO DK-M.

       F78EX-DICT-ROW-EXIT.
           EXIT.

       F78N-DICT-LITERAL.
           MOVE ZERO TO DK-PROC-SW.
           IF DK-MOVE-SW EQUAL TO "1"
               AND DK-LIT-SW NOT EQUAL TO "1"
               MOVE "1" TO DK-LIT-SW
               MOVE DK-NOW-CLASS TO DK-LIT-CLASS
               MOVE DK-L TO DK-LIT-LEN
               GO TO F78NX-DICT-LITERAL-EXIT.
           IF DK-SUBJ EQUAL TO ZERO
               GO TO F78NX-DICT-LITERAL-EXIT.
           IF DK-REL-SW NOT EQUAL TO "1"
               GO TO F78NX-DICT-LITERAL-EXIT.
           MOVE DK-SUBJ TO DK-X.
           MOVE DK-NOW-CLASS TO DK-CHK-CLASS.
           MOVE DK-L TO DK-CHK-LEN.
           PERFORM F78T-DICT-FIT THRU F78TX-DICT-FIT-EXIT.

       F78NX-DICT-LITERAL-EXIT.
           EXIT.

       F78P-DICT-WORD.
           IF DK-WORD EQUAL TO "PERFORM"
               OR DK-WORD EQUAL TO "THRU"
               OR DK-WORD EQUAL TO "THROUGH"
               MOVE "1" TO DK-PROC-SW
               GO TO F78PX-DICT-WORD-EXIT.
           IF DK-WORD EQUAL TO "GO"
               MOVE "1" TO DK-GO-SW
               GO TO F78PX-DICT-WORD-EXIT.
           IF DK-WORD EQUAL TO "TO"
               GO TO F78P2-DICT-TO.
           MOVE ZERO TO DK-GO-SW.
           IF DK-WORD EQUAL TO "MOVE"
               MOVE "1" TO DK-MOVE-SW
               MOVE ZERO TO DK-LIT-SW
               MOVE ZERO TO DK-MTO-SW
               MOVE ZERO TO DK-SUBJ
               GO TO F78PX-DICT-WORD-EXIT.
           IF DK-WORD EQUAL TO "EQUAL"
               OR DK-WORD EQUAL TO "EQUALS"
               OR DK-WORD EQUAL TO "GREATER"
               OR DK-WORD EQUAL TO "LESS"
               MOVE "1" TO DK-REL-SW
               GO TO F78PX-DICT-WORD-EXIT.
           IF DK-WORD EQUAL TO "OF"
               OR DK-WORD EQUAL TO "IN"
               MOVE "1" TO DK-QUAL-SW
               GO TO F78PX-DICT-WORD-EXIT.
           IF DK-L LESS THAN 002
               GO TO F78PX-DICT-WORD-EXIT.
           MOVE ZERO TO DK-I.

       F78P4-DICT-RSV-LOOP.
           ADD 001 TO DK-I.
           IF DK-I GREATER THAN DNX-RSV-MAX
               MOVE ZERO TO DK-I
               GO TO F78P6-DICT-XRSV-LOOP.
           IF DK-WORD EQUAL TO DNX-RSV (DK-I)
               GO TO F78P8-DICT-RESERVED.
           GO TO F78P4-DICT-RSV-LOOP.

       F78P6-DICT-XRSV-LOOP.
           ADD 001 TO DK-I.
           IF DK-I GREATER THAN DKX-RSV-MAX
               GO TO F78Q-DICT-NAME.
           IF DK-WORD EQUAL TO DKX-RSV (DK-I)
               GO TO F78P8-DICT-RESERVED.
           GO TO F78P6-DICT-XRSV-LOOP.

       F78P8-DICT-RESERVED.
           MOVE ZERO TO DK-PROC-SW.
           IF DK-WORD EQUAL TO "IS"
               OR DK-WORD EQUAL TO "NOT"
               OR DK-WORD EQUAL TO "THAN"
               OR DK-WORD EQUAL TO "AND"
               OR DK-WORD EQUAL TO "OR"
               OR DK-WORD EQUAL TO "ALL"
               GO TO F78PX-DICT-WORD-EXIT.
           MOVE ZERO TO DK-MOVE-SW.
           MOVE ZERO TO DK-LIT-SW.
           MOVE ZERO TO DK-MTO-SW.
           GO TO F78PX-DICT-WORD-EXIT.

       F78P2-DICT-TO.
           IF DK-GO-SW EQUAL TO "1"
               MOVE ZERO TO DK-GO-SW
               MOVE "1" TO DK-PROC-SW
               GO TO F78PX-DICT-WORD-EXIT.
           IF DK-MOVE-SW EQUAL TO "1"
               AND DK-LIT-SW EQUAL TO "1"
               MOVE "1" TO DK-MTO-SW.
           GO TO F78PX-DICT-WORD-EXIT.

       F78Q-DICT-NAME.
           IF DK-PROC-SW EQUAL TO "1"
               MOVE ZERO TO DK-PROC-SW
               GO TO F78PX-DICT-WORD-EXIT.
           IF DK-MOVE-SW EQUAL TO "1"
               AND DK-LIT-SW NOT EQUAL TO "1"
               MOVE ZERO TO DK-MOVE-SW.
           MOVE ZERO TO DK-X.
           MOVE ZERO TO DK-I.

       F78Q2-DICT-LOOKUP.
           ADD 001 TO DK-I.
           IF DK-I GREATER THAN DD-COUNT
               GO TO F78Q4-DICT-HAVE-LOOKUP.
           IF DD-NAME (DK-I) NOT EQUAL TO DK-WORD
               GO TO F78Q2-DICT-LOOKUP.
           MOVE DK-I TO DK-X.

       F78Q4-DICT-HAVE-LOOKUP.
           IF DK-X EQUAL TO ZERO
               PERFORM F78R-DICT-UNDEFINED THRU F78RX-DICT-UND-EXIT.
           IF DK-QUAL-SW EQUAL TO "1"
               MOVE ZERO TO DK-QUAL-SW
               GO TO F78PX-DICT-WORD-EXIT.
           MOVE DK-X TO DK-SUBJ.
           MOVE ZERO TO DK-REL-SW.
           IF DK-X EQUAL TO ZERO
               GO TO F78PX-DICT-WORD-EXIT.
           IF DK-MTO-SW NOT EQUAL TO "1"
               GO TO F78PX-DICT-WORD-EXIT.
           MOVE DK-LIT-CLASS TO DK-CHK-CLASS.
           MOVE DK-LIT-LEN TO DK-CHK-LEN.
           PERFORM F78T-DICT-FIT THRU F78TX-DICT-FIT-EXIT.

       F78PX-DICT-WORD-EXIT.
           EXIT.

       F78R-DICT-UNDEFINED.
           MOVE ZERO TO DK-J.

       F78R2-DICT-UND-LOOP.
           ADD 001 TO DK-J.
           IF DK-J GREATER THAN DK-UND-COUNT
               GO TO F78R4-DICT-UND-NEW.
           IF DK-UND-NAME (DK-J) EQUAL TO DK-WORD
               GO TO F78RX-DICT-UND-EXIT.
           GO TO F78R2-DICT-UND-LOOP.

       F78R4-DICT-UND-NEW.
           IF DK-UND-COUNT LESS THAN 020
               ADD 001 TO DK-UND-COUNT
               MOVE DK-WORD TO DK-UND-NAME (DK-UND-COUNT).
           MOVE WARNING TO TYPEMSG.
           MOVE DICUNDERROR TO ERROR-PRINT.
           MOVE DK-WORD TO DKP-NAME.
           PERFORM F78U-DICT-REPORT.

       F78RX-DICT-UND-EXIT.
           EXIT.

       F78T-DICT-FIT.
           IF DK-CHK-CLASS EQUAL TO "X"
               AND DD-CLASS (DK-X) EQUAL TO "9"
               MOVE DICCLSERROR TO ERROR-PRINT
               GO TO F78T4-DICT-FIT-REPORT.
           IF DD-LEN (DK-X) EQUAL TO ZERO
               GO TO F78TX-DICT-FIT-EXIT.
           IF DK-CHK-LEN NOT GREATER THAN DD-LEN (DK-X)
               GO TO F78TX-DICT-FIT-EXIT.
           MOVE DICLENERROR TO ERROR-PRINT.

       F78T4-DICT-FIT-REPORT.
           MOVE WARNING TO TYPEMSG.
           MOVE DD-NAME (DK-X) TO DKP-NAME.
           PERFORM F78U-DICT-REPORT.

       F78TX-DICT-FIT-EXIT.
           EXIT.

       F78U-DICT-REPORT.
           MOVE TBLNO TO DKP-TBL.
           MOVE DK-CHAR TO DKP-TYPE.
           MOVE DK-R TO DKP-ROW.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

                NOTE *** F79 IS THE BOUNDED ROW NUMBER LINE
               *  ANALYSIS - THE CAPTURED BOUNDED ROWS ARE
               *  GROUPED ON THE DATA-NAME, EACH RULE GETS THE
222023     GO TO F92-TEST-CASE-CONDS.                                   00  INPT
222024                                                                  00  INPT
222025 F92B-TEST-CASE-BLANK.                                            00  INPT
           IF MH-SW EQUAL TO "1"
               PERFORM F76T-MH-TEST-CARDS THRU F76TX-MH-TEST-EXIT.
222026     MOVE SPACE TO TEST-RECORD.                                   00  INPT
222027     WRITE TEST-RECORD.                                           00  INPT
222028     GO TO F91-TEST-CASE-RULE.                                    00  INPT
222081         MOVE SPACE TO NDK-HDR-C2                                 00  INPT
222082         MOVE UV-NRULES TO NDK-HDR-RULES.                         00  INPT
222083     PERFORM F95V-NDECK-PUT.                                      00  INPT
           IF EFF-CARD-SAVE NOT EQUAL TO SPACE
               MOVE EFF-CARD-SAVE TO NDK-CBODY
               PERFORM F95V-NDECK-PUT.
222084     MOVE ZERO TO UV-I.                                           00  INPT
222085                                                                  00  INPT
222086 F95B-NDECK-INIT-LOOP.                                            00  INPT

       F97J-SIM-EVAL.
           MOVE ZERO TO SIM-R.
           MOVE ZERO TO MH-N.

       F97K-SIM-RULE-LOOP.
           ADD 001 TO SIM-R.
           GO TO F97K-SIM-RULE-LOOP.

       F97N-SIM-ELSE.
           IF MH-N GREATER THAN ZERO
               GO TO F97T-SIM-CASE-END.
                               NOTE SOME RULE OF A MULTIPLE HIT
                                 TABLE HAS FIRED, SO NO ELSE.
           MOVE WARNING TO TYPEMSG.
           MOVE SIMELSERR TO ERROR-PRINT.
           MOVE SIM-CASE-NO TO SIM-PRT-CASE.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE SIM-R TO SIM-C.
           PERFORM F97R-SIM-ACTIONS THRU F97RX-SIM-ACTNS-EXIT.
           IF MH-SW EQUAL TO "1"
               ADD 001 TO MH-N
               GO TO F97K-SIM-RULE-LOOP.

       F97T-SIM-CASE-END.
           IF SIM-EOF-SW EQUAL TO "1"
           GO TO F99F-NAR-COND-LINES.

       F99H-NAR-THEN.
           IF MH-SW EQUAL TO "1"
               GO TO F99J-NAR-MH-THEN.
           MOVE SPACE TO NAR-LINE.
           MOVE NAR-THEN-TEXT TO NAR-LINE.
           WRITE NARR-RECORD FROM NAR-LINE.
           WRITE NARR-RECORD FROM NAR-LINE.
           GO TO F99B-NAR-RULE-LOOP.

       F99J-NAR-MH-THEN.
           MOVE SPACE TO NAR-LINE.
           MOVE NAR-MH-TEXT TO NAR-LINE.
           WRITE NARR-RECORD FROM NAR-LINE.
           MOVE NAR-NRULES TO MH-NRULES.
           MOVE NAR-R TO MH-J.
           PERFORM F76F-MH-FIRES THRU F76FX-MH-FIRES-EXIT.
           MOVE ZERO TO MH-R.

       F99J2-NAR-MH-RULE.
           ADD 001 TO MH-R.
           IF MH-R GREATER THAN MH-NRULES
               MOVE SPACE TO NAR-LINE
               WRITE NARR-RECORD FROM NAR-LINE
               GO TO F99B-NAR-RULE-LOOP.
           IF MH-FIRE (MH-R) NOT EQUAL TO "1"
               GO TO F99J2-NAR-MH-RULE.
           MOVE MH-R TO NAR-MH-RULE.
           WRITE NARR-RECORD FROM NAR-MH-RULE-LINE.
           MOVE MH-R TO NAR-N.
           PERFORM F99R-NAR-ACTIONS THRU F99RX-NAR-ACTNS-EXIT.
           GO TO F99J2-NAR-MH-RULE.

       F99N-NAR-ELSE.
           MOVE SPACE TO NAR-LINE.
           IF ELSE-IND NOT EQUAL TO "1"
                                 HAS HAD EVERY EDIT BY NOW, SO
                                 SKIP DECOMPOSITION AND COBOL
                                 PRODUCTION ENTIRELY.
           IF EFF-FROM NOT EQUAL TO SPACE
               MOVE EFF-SECT TO SCAN-FIELD
               PERFORM F70-BACKSCAN THRU F72-BACKSCAN-EXIT
               GO TO G10-FORMAT-SECT-NAME.
222950     MOVE TBLNAME TO SCAN-FIELD.                                  00  INPT
222960     PERFORM F70-BACKSCAN THRU F72-BACKSCAN-EXIT.                 00  INPT
222970     IF CNTR-7 NOT GREATER THAN 030                               00  INPT
223550     MOVE WRITEIND TO PRINT-PUNCH.                                00  INPT
223560     IF NBR-CONDS EQUAL TO ZERO                                   00  INPT
223570         GO TO G35-ACTIONS-OUTPUT.                                00  INPT
           IF MH-SW EQUAL TO "1"
               AND NBR-RULES GREATER THAN ZERO
               PERFORM G56-MULT-HIT-CHAIN THRU G56X-MULT-HIT-CHAIN-EXIT
               GO TO G43-CHECK-ON-ELSE.
223580     PERFORM K00-DECOMPOSE-TABLE THRU                             00  INPT
223590             P99-DECOMPOSE-TABLE-EXIT.                            00  INPT
223596     MOVE CNTR-4 TO STKINDX. NOTE RESTORE ORIG STKINDX.           00  INPT
225710     PERFORM Q00-PRODUCE-COBOL-CODE THRU                          00  INPT
225720             T99-PRODUCE-COBOL-EXIT.                              00  INPT
225730     GO TO A20-INCR-TABLE-NO.                                     00  INPT

                NOTE *** G56 PRODUCES THE CODE OF A MULTIPLE HIT
               *  TABLE IN PLACE OF THE K00 DECOMPOSITION - TWO
               *  CHAINS OF RULE TESTS IN RULE ORDER, THE FIRST
               *  TAKEN UNTIL SOME RULE FIRES AND ENDING AT THE ELSE
               *  LABEL, THE SECOND TAKEN AFTER THAT AND ENDING AT
               *  DEXIT, SO THE HOST PROGRAM NEEDS NO SWITCH TO TELL
               *  WHETHER THE ELSE RULE APPLIES, AND ONE ACTION
               *  PARAGRAPH PER RULE THAT GOES ON TO THE NEXT RULE
               *  OF THE SECOND CHAIN.  THE FIRST DT LABEL IS PUT
               *  OUT AT G18 AND THE REST ARE NUMBERED ON FROM IT -
               *  RULE K OF THE FIRST CHAIN AT MH-BASE + K - 2, OF
               *  THE SECOND AT MH-BASE + NBR-RULES + K - 3.

       G56-MULT-HIT-CHAIN.
           MOVE DXNUM TO MH-BASE.
           MOVE "4" TO ELSERULE.
           MOVE "A" TO MH-CHAIN.
           MOVE ZERO TO MH-K.

       G56B-MH-FIRST-CHAIN.
           ADD 001 TO MH-K.
           IF MH-K GREATER THAN NBR-RULES
               MOVE "B" TO MH-CHAIN
               MOVE 001 TO MH-K
               GO TO G56C-MH-SECOND-CHAIN.
           IF MH-K GREATER THAN 001
               COMPUTE MH-LBL = MH-BASE + MH-K - 2
               PERFORM G57-MH-DT-LABEL.
           PERFORM G58-MH-RULE-TESTS THRU G58X-MH-RULE-TESTS-EXIT.
           GO TO G56B-MH-FIRST-CHAIN.

       G56C-MH-SECOND-CHAIN.
           ADD 001 TO MH-K.
           COMPUTE MH-LBL = MH-BASE + NBR-RULES + MH-K - 3.
           PERFORM G57-MH-DT-LABEL.
           IF MH-K GREATER THAN NBR-RULES
               PERFORM H55-GO-TO-DEXIT
               MOVE ZERO TO MH-K
               GO TO G56D-MH-ACTIONS.
           PERFORM G58-MH-RULE-TESTS THRU G58X-MH-RULE-TESTS-EXIT.
           GO TO G56C-MH-SECOND-CHAIN.

       G56D-MH-ACTIONS.
           ADD 001 TO MH-K.
           IF MH-K GREATER THAN NBR-RULES
               GO TO G56E-MH-LABELS-USED.
           IF TEMP-COLM (MH-K) EQUAL TO ZERO
               GO TO G56D-MH-ACTIONS.
           MOVE "AT" TO LABEL-TYPE.
           MOVE MH-K TO LABEL-1.
           PERFORM H65-LABEL-WRITE.
           IF TRACE-IND EQUAL TO "1"
               MOVE "6" TO TYPE-RECORD
               MOVE "A" TO SUB-TYPE
               MOVE "DS" TO LABEL-TYPE
               MOVE MH-K TO LABEL-1
               PERFORM H80-WRITE-TEMP THRU H82-WRITE-TEMP-EXIT
               MOVE SPACE TO BUFFER.
           MOVE MH-K TO TCOL.
           PERFORM G75-PERFORM-ANALYSIS THRU G85-PERF-ANAL-EXIT.
           COMPUTE MH-LBL = MH-BASE + NBR-RULES + MH-K - 2.
           MOVE "2" TO MH-GO-TYPE.
           PERFORM G59-MH-GO-TO.
           GO TO G56D-MH-ACTIONS.

       G56E-MH-LABELS-USED.
           COMPUTE DXNUM = MH-BASE + NBR-RULES + NBR-RULES - 1.

       G56X-MULT-HIT-CHAIN-EXIT.
           EXIT.

       G57-MH-DT-LABEL.
           MOVE "DT" TO LABEL-TYPE.
           MOVE MH-LBL TO LABEL-1.
           PERFORM H65-LABEL-WRITE.

       G58-MH-RULE-TESTS.
           MOVE "2" TO MH-FAIL-TYPE.
           IF MH-CHAIN EQUAL TO "B"
               GO TO G58B-MH-FAIL-SECOND.
           COMPUTE MH-FAIL-LBL = MH-BASE + MH-K - 1.
           IF MH-K EQUAL TO NBR-RULES
               MOVE "4" TO MH-FAIL-TYPE
               MOVE 001 TO MH-FAIL-LBL.
                               NOTE THE LAST RULE OF THE FIRST
                                 CHAIN FAILS TO THE ELSE RULE.
           GO TO G58C-MH-TEST-INIT.

       G58B-MH-FAIL-SECOND.
           COMPUTE MH-FAIL-LBL = MH-BASE + NBR-RULES + MH-K - 2.

       G58C-MH-TEST-INIT.
           MOVE SPACE TO BUFFER.
           MOVE ZERO TO MH-I.

       G58D-MH-TEST-LOOP.
           ADD 001 TO MH-I.
           IF MH-I GREATER THAN NBR-CONDS
               GO TO G58F-MH-RULE-MET.
           MOVE CMATRIX (MH-I, MH-K) TO MH-Q.
           IF MH-Q EQUAL TO "$"
               MOVE "Y" TO MH-Q.
           IF MH-Q EQUAL TO "*"
               MOVE "N" TO MH-Q.
           IF MH-Q NOT EQUAL TO "Y"
               AND MH-Q NOT EQUAL TO "N"
               GO TO G58D-MH-TEST-LOOP.
           MOVE "6" TO TYPE-RECORD.
           MOVE "B" TO SUB-TYPE.
           MOVE MH-I TO CONDITION.
           IF MH-Q EQUAL TO "Y"
               MOVE "1" TO TYPE-GO-TO
               MOVE MH-FAIL-LBL TO N-BRANCH
               MOVE MH-FAIL-TYPE TO TYPE-ELSE
           ELSE
               MOVE MH-FAIL-LBL TO Y-BRANCH
               MOVE MH-FAIL-TYPE TO TYPE-GO-TO.
                               NOTE IF STUB NEXT SENTENCE ELSE GO TO
                                 THE FAIL LABEL FOR A Y ENTRY, IF
                                 STUB GO TO THE FAIL LABEL FOR AN N.
           PERFORM H80-WRITE-TEMP THRU H82-WRITE-TEMP-EXIT.
           MOVE SPACE TO BUFFER.
           GO TO G58D-MH-TEST-LOOP.

       G58F-MH-RULE-MET.
           COMPUTE MH-LBL = MH-BASE + NBR-RULES + MH-K - 2.
           MOVE "2" TO MH-GO-TYPE.
           IF TEMP-COLM (MH-K) NOT EQUAL TO ZERO
               MOVE MH-K TO MH-LBL
               MOVE "3" TO MH-GO-TYPE.
           PERFORM G59-MH-GO-TO.

       G58X-MH-RULE-TESTS-EXIT.
           EXIT.

       G59-MH-GO-TO.
           MOVE "6" TO TYPE-RECORD.
           MOVE "B" TO SUB-TYPE.
           MOVE MH-LBL TO Y-BRANCH.
           MOVE MH-LBL TO N-BRANCH.
           MOVE MH-GO-TYPE TO TYPE-GO-TO.
           MOVE MH-GO-TYPE TO TYPE-ELSE.
           PERFORM H80-WRITE-TEMP THRU H82-WRITE-TEMP-EXIT.
           MOVE SPACE TO BUFFER.
225740                                                                  00  INPT
225750                                                                  00  INPT
225760                                                                  00  INPT
229840         GO TO A25-FIND-NEXT-TABLE.                               00  INPT
229845     PERFORM J26-XREF-REPORT THRU J29-XREF-REPORT-EXIT.           00  INPT
229846     PERFORM J30-HIST-COMPARE THRU J34-HIST-COMPARE-EXIT.         00  INPT
           PERFORM J45-DECISION-COMPARE THRU
               J49-DECISION-COMPARE-EXIT.
           PERFORM J40-DNX-REPORT THRU J44-DNX-REPORT-EXIT.
           PERFORM J50-DEF-CHANGE-REPORT THRU J54-DEF-CHANGE-EXIT.
           PERFORM J58-APPROVAL-RECAP THRU J58X-APPROVAL-RECAP-EXIT.
           PERFORM J60-DEAD-RULE-REPORT THRU J69-DEAD-RULE-EXIT.
229850     PERFORM J22-XTBL-CHECK THRU J24-XTBL-CHECK-EXIT.             00  INPT
229860 J05-EOF-ERR-RECAP-0.                                             00  INPT
229870     IF QX EQUAL TO 012                                           00  INPT
230448 J25-EOF-STOP-RUN.                                                00  INPT
           PERFORM J21-TIME-RECAP THRU J21X-TIME-RECAP-EXIT.
230449     PERFORM J36-HIST-SAVE THRU J38-HIST-SAVE-EXIT.               00  INPT
           PERFORM J55-DEF-USE-SAVE THRU J55X-DEF-USE-SAVE-EXIT.
230460     MOVE " END OF DETAP/IMI DECISION TABLE PREPROCESSOR RUN."    00  INPT
230470         TO BUFFER.                                               00  INPT
230480     MOVE WRITE-LIST TO TYPE-IO.                                  00  INPT
230864         GO TO J31-HIST-CUR-LOOP.                                 00  INPT
230866     IF OT-TBLNO (HS-J) NOT EQUAL TO CT-TBLNO (HS-I)              00  INPT
230868         GO TO J31B-HIST-FIND-OLD.                                00  INPT
           IF OT-EFF (HS-J) NOT EQUAL TO CT-EFF (HS-I)
               GO TO J31B-HIST-FIND-OLD.
230870     MOVE "1" TO OT-SEEN-SW (HS-J).                               00  INPT
230872     IF CT-CONDSTK-SIG (HS-I) NOT EQUAL TO                        00  INPT
230874         OT-CONDSTK-SIG (HS-J)                                    00  INPT
230892 J32-HIST-PUT-LINE.                                               00  INPT
230894     MOVE CT-TBLNO (HS-I) TO HL-TBLNO.                            00  INPT
230896     MOVE CT-TBLNAME (HS-I) TO HL-TBLNAME.                        00  INPT
           IF CT-EFF (HS-I) NOT EQUAL TO SPACE
               MOVE " EFF " TO HL-EFF-LIT
               MOVE CT-EFF (HS-I) TO HL-EFF.
230898     MOVE HIST-LINE TO BUFFER.                                    00  INPT
230900     MOVE "1" TO ERROR-IND.                                       00  INPT
230902     PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.         00  INPT
230926         GO TO J33B-HIST-DROPPED-LOOP.                            00  INPT
230928     MOVE OT-TBLNO (HS-J) TO HL-TBLNO.                            00  INPT
230930     MOVE OT-TBLNAME (HS-J) TO HL-TBLNAME.                        00  INPT
           IF OT-EFF (HS-J) NOT EQUAL TO SPACE
               MOVE " EFF " TO HL-EFF-LIT
               MOVE OT-EFF (HS-J) TO HL-EFF.
230932     MOVE HL-TXT-GONE TO HL-TEXT.                                 00  INPT
230934     MOVE WARNING TO TYPEMSG.                                     00  INPT
230936     MOVE HIST-LINE TO BUFFER.                                    00  INPT
230954                 NOTE *** J36 REWRITES THE HISTORY FILE WITH      00  INPT
230956                *  THIS RUNS TABLE SIGNATURES FOR THE NEXT        00  INPT
230958                *  COMPILE TO COMPARE AGAINST.                    00  INPT
               *  AFTER EACH TABLES SIGNATURES J37 WRITES ITS
               *  DECISION MATRIX, AS F73 KEPT IT, FOR THE NEXT
               *  DECISION COMPARISON.
230960                                                                  00  INPT
230962 J36-HIST-SAVE.                                                   00  INPT
230964     IF RESTART-RUN                                               00  INPT
230992     MOVE "H1" TO HST-TYPE.                                       00  INPT
230994     MOVE CT-TBLNO (HS-I) TO HST-TBLNO.                           00  INPT
230996     MOVE CT-TBLNAME (HS-I) TO HST-TBLNAME.                       00  INPT
           MOVE CT-EFF (HS-I) TO HST-EFF.
230998     WRITE HIST-RECORD FROM HIST-REC-WORK.                        00  INPT
231000     MOVE ZERO TO HS-J.                                           00  INPT
231002                                                                  00  INPT
231004 J36D-HIST-SAVE-SIGS.                                             00  INPT
231006     ADD 001 TO HS-J.                                             00  INPT
231008     IF HS-J GREATER THAN 099                                     00  INPT
231010         GO TO J37-HIST-SAVE-MATRIX.                              00  INPT
231012     IF CT-CONDSTK-PART (HS-I, HS-J) NOT EQUAL TO SPACE           00  INPT
231014         MOVE SPACE TO HIST-REC-WORK                              00  INPT
231016         MOVE "H2" TO HST-TYPE                                    00  INPT
231034         WRITE HIST-RECORD FROM HIST-REC-WORK.                    00  INPT
231036     GO TO J36D-HIST-SAVE-SIGS.                                   00  INPT
231038                                                                  00  INPT
       J37-HIST-SAVE-MATRIX.
           MOVE ZERO TO DC-T.

       J37B-HIST-FIND-MATRIX.
           ADD 001 TO DC-T.
           IF DC-T GREATER THAN NM-COUNT
               GO TO J36B-HIST-SAVE-TABLE.
           IF NM-TBLNO (DC-T) NOT EQUAL TO CT-TBLNO (HS-I)
               GO TO J37B-HIST-FIND-MATRIX.
           IF NM-EFF (DC-T) NOT EQUAL TO CT-EFF (HS-I)
               GO TO J37B-HIST-FIND-MATRIX.
           IF NM-STATE (DC-T) NOT EQUAL TO "1"
               GO TO J36B-HIST-SAVE-TABLE.
           MOVE ZERO TO DC-I.

       J37C-HIST-SAVE-CONDS.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN NM-NCONDS (DC-T)
               MOVE ZERO TO DC-I
               GO TO J37D-HIST-SAVE-ACTNS.
           MOVE SPACE TO HIST-REC-WORK.
           MOVE "H4" TO HST-TYPE.
           MOVE DC-I TO HST-IDX.
           MOVE NM-CTEXT (DC-T, DC-I) TO HST-TEXT.
           WRITE HIST-RECORD FROM HIST-REC-WORK.
           GO TO J37C-HIST-SAVE-CONDS.

       J37D-HIST-SAVE-ACTNS.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN NM-NACTNS (DC-T)
               MOVE ZERO TO DC-I
               GO TO J37E-HIST-SAVE-RULES.
           MOVE SPACE TO HIST-REC-WORK.
           MOVE "H5" TO HST-TYPE.
           MOVE DC-I TO HST-IDX.
           MOVE NM-ATEXT (DC-T, DC-I) TO HST-TEXT.
           MOVE NM-AXFER (DC-T, DC-I) TO HST-XFER.
           WRITE HIST-RECORD FROM HIST-REC-WORK.
           GO TO J37D-HIST-SAVE-ACTNS.

       J37E-HIST-SAVE-RULES.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN NM-NRULES (DC-T)
               GO TO J36B-HIST-SAVE-TABLE.
           MOVE SPACE TO HIST-REC-WORK.
           MOVE "H6" TO HST-TYPE.
           MOVE DC-I TO HST-IDX.
           MOVE NM-ENTRIES (DC-T, DC-I) TO HST-ENTRIES.
           MOVE NM-SEQ-AREA (DC-T, DC-I) TO HST-SEQ-AREA.
           MOVE ZERO TO HST-ELSE.
           IF NM-ELSE (DC-T) EQUAL TO "1"
               AND DC-I EQUAL TO NM-NRULES (DC-T)
               MOVE "1" TO HST-ELSE.
           MOVE NM-HIT (DC-T) TO HST-HIT.
           WRITE HIST-RECORD FROM HIST-REC-WORK.
           GO TO J37E-HIST-SAVE-RULES.

231040 J38-HIST-SAVE-EXIT.                                              00  INPT
231042     EXIT.                                                        00  INPT
231044                                                                  00  INPT
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.

       J44-DNX-REPORT-EXIT.
           EXIT.

                NOTE *** J45 THRU J49 ARE THE DECISION COMPARISON OF
               *  REWORKED TABLES - FOR EACH TABLE IN BOTH THIS RUN
               *  AND THE PRIOR RUNS HISTORY WHOSE MATRIX HAS CHANGED,
               *  THE CONDITION ROWS OF THE TWO VERSIONS ARE LINED UP
               *  BY STUB TEXT (A ROW IN ONLY ONE VERSION IS A DONT
               *  CARE TO THE OTHER) AND EVERY Y/N COMBINATION OF THE
               *  LINED UP ROWS IS RUN THROUGH BOTH - THE FIRST RULE
               *  ALL OF WHOSE ENTRIES ARE MET FIRES, ELSE THE ELSE
               *  RULE - AND EACH COMBINATION WHERE THE TWO FIRE A
               *  DIFFERENT ACTION LIST OR GO TO TABLE IS LISTED, THE
               *  FIRST 50 IN FULL.  A TABLE WITH NO SUCH COMBINATION
               *  IS LISTED AS REWORKED WITH THE SAME DECISIONS.

       J45-DECISION-COMPARE.
           IF RESTART-RUN
               GO TO J49-DECISION-COMPARE-EXIT.
           IF OT-COUNT EQUAL TO ZERO
               GO TO J49-DECISION-COMPARE-EXIT.
           IF NM-COUNT EQUAL TO ZERO
               GO TO J49-DECISION-COMPARE-EXIT.
           MOVE ZERO TO DC-TITLE-SW.
           MOVE ZERO TO DC-T.

       J45B-DCM-TABLE-LOOP.
           ADD 001 TO DC-T.
           IF DC-T GREATER THAN NM-COUNT
               GO TO J49-DECISION-COMPARE-EXIT.
           MOVE ZERO TO DC-O.

       J45C-DCM-FIND-OLD.
           ADD 001 TO DC-O.
           IF DC-O GREATER THAN OT-COUNT
               GO TO J45B-DCM-TABLE-LOOP.
           IF OT-TBLNO (DC-O) NOT EQUAL TO NM-TBLNO (DC-T)
               GO TO J45C-DCM-FIND-OLD.
           IF OT-EFF (DC-O) NOT EQUAL TO NM-EFF (DC-T)
               GO TO J45C-DCM-FIND-OLD.
           IF PM-STATE (DC-O) NOT EQUAL TO "1"
               GO TO J45B-DCM-TABLE-LOOP.
           IF NM-STATE (DC-T) NOT EQUAL TO "1"
               MOVE DCM-TXT-BIG TO HL-TEXT
               PERFORM J48-DCM-PUT-HEAD THRU J48X-DCM-PUT-HEAD-EXIT
               GO TO J45B-DCM-TABLE-LOOP.
           IF NM-MATRIX (DC-T) EQUAL TO PM-MATRIX (DC-O)
               GO TO J45B-DCM-TABLE-LOOP.
                               NOTE MATRIX UNCHANGED, NOT REWORKED.
           PERFORM J46-DCM-ALIGN THRU J46X-DCM-ALIGN-EXIT.
           IF DC-U-COUNT GREATER THAN 014
               MOVE DCM-TXT-WIDE TO HL-TEXT
               PERFORM J48-DCM-PUT-HEAD THRU J48X-DCM-PUT-HEAD-EXIT
               GO TO J45B-DCM-TABLE-LOOP.
           PERFORM J47-DCM-ENUMERATE THRU J47X-DCM-ENUMERATE-EXIT.
           GO TO J45B-DCM-TABLE-LOOP.

       J46-DCM-ALIGN.
           MOVE ZERO TO DC-U-COUNT.
           MOVE ZERO TO DC-I.

       J46B-DCA-NEW-LOOP.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN NM-NCONDS (DC-T)
               MOVE ZERO TO DC-J
               GO TO J46C-DCA-OLD-LOOP.
           ADD 001 TO DC-U-COUNT.
           MOVE DC-I TO DC-U-NEW (DC-U-COUNT).
           MOVE ZERO TO DC-U-OLD (DC-U-COUNT).
           MOVE DC-U-COUNT TO DC-NEW-MAP (DC-I).
           GO TO J46B-DCA-NEW-LOOP.

       J46C-DCA-OLD-LOOP.
           ADD 001 TO DC-J.
           IF DC-J GREATER THAN PM-NCONDS (DC-O)
               GO TO J46X-DCM-ALIGN-EXIT.
           MOVE ZERO TO DC-K.

       J46D-DCA-MATCH.
           ADD 001 TO DC-K.
           IF DC-K GREATER THAN DC-U-COUNT
               GO TO J46E-DCA-OLD-ONLY.
           IF DC-U-NEW (DC-K) EQUAL TO ZERO
               GO TO J46D-DCA-MATCH.
           IF DC-U-OLD (DC-K) NOT EQUAL TO ZERO
               GO TO J46D-DCA-MATCH.
           MOVE DC-U-NEW (DC-K) TO DC-I.
           IF NM-CTEXT (DC-T, DC-I) NOT EQUAL TO PM-CTEXT (DC-O, DC-J)
               GO TO J46D-DCA-MATCH.
           MOVE DC-J TO DC-U-OLD (DC-K).
           MOVE DC-K TO DC-OLD-MAP (DC-J).
           GO TO J46C-DCA-OLD-LOOP.

       J46E-DCA-OLD-ONLY.
           ADD 001 TO DC-U-COUNT.
           MOVE ZERO TO DC-U-NEW (DC-U-COUNT).
           MOVE DC-J TO DC-U-OLD (DC-U-COUNT).
           MOVE DC-U-COUNT TO DC-OLD-MAP (DC-J).
           GO TO J46C-DCA-OLD-LOOP.

       J46X-DCM-ALIGN-EXIT.
           EXIT.

       J47-DCM-ENUMERATE.
           MOVE ZERO TO DC-HEAD-SW.
           MOVE ZERO TO DC-LISTED.
           MOVE ZERO TO DC-UNLISTED.
           MOVE 1 TO DC-COMBO-MAX.
           MOVE ZERO TO DC-I.

       J47B-DCE-MAX-LOOP.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN DC-U-COUNT
               MOVE ZERO TO DC-COMBO
               GO TO J47C-DCE-COMBO-LOOP.
           COMPUTE DC-COMBO-MAX = DC-COMBO-MAX * 2.
           GO TO J47B-DCE-MAX-LOOP.

       J47C-DCE-COMBO-LOOP.
           IF DC-COMBO NOT LESS THAN DC-COMBO-MAX
               GO TO J47T-DCE-TABLE-END.
           MOVE DC-COMBO TO DC-WORK.
           MOVE DC-U-COUNT TO DC-I.

       J47D-DCE-SET-VALS.
           IF DC-I LESS THAN 001
               GO TO J47E-DCE-NEW-RULE.
           DIVIDE 2 INTO DC-WORK GIVING DC-HALF.
           COMPUTE DC-WORK = DC-WORK - DC-HALF * 2.
           MOVE "Y" TO DC-U-VAL (DC-I).
           IF DC-WORK EQUAL TO 1
               MOVE "N" TO DC-U-VAL (DC-I).
           MOVE DC-HALF TO DC-WORK.
           SUBTRACT 001 FROM DC-I.
           GO TO J47D-DCE-SET-VALS.

       J47E-DCE-NEW-RULE.
           MOVE NM-NRULES (DC-T) TO DC-LAST-RULE.
           IF NM-ELSE (DC-T) EQUAL TO "1"
               SUBTRACT 001 FROM DC-LAST-RULE.
           MOVE ZERO TO DC-NEW-RULE.
           MOVE ZERO TO DC-NEW-HITS.
           MOVE ZERO TO DC-NL-COUNT.
           MOVE ZERO TO DC-R.

       J47F-DCE-NEW-RULE-LOOP.
           ADD 001 TO DC-R.
           IF DC-R GREATER THAN DC-LAST-RULE
               GO TO J47H-DCE-NEW-ELSE.
           MOVE ZERO TO DC-I.

       J47G-DCE-NEW-COND-LOOP.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN NM-NCONDS (DC-T)
               GO TO J47G2-DCE-NEW-FIRED.
           MOVE NM-ENT (DC-T, DC-R, DC-I) TO DC-Q.
           IF DC-Q NOT EQUAL TO "Y"
               AND DC-Q NOT EQUAL TO "N"
               GO TO J47G-DCE-NEW-COND-LOOP.
           MOVE DC-NEW-MAP (DC-I) TO DC-K.
           IF DC-Q EQUAL TO DC-U-VAL (DC-K)
               GO TO J47G-DCE-NEW-COND-LOOP.
           GO TO J47F-DCE-NEW-RULE-LOOP.

       J47G2-DCE-NEW-FIRED.
           ADD 001 TO DC-NEW-HITS.
           IF DC-NEW-HITS EQUAL TO 001
               MOVE DC-R TO DC-NEW-RULE.
           PERFORM J47W-DCE-NEW-LIST THRU J47WX-DCE-NEW-LIST-EXIT.
           IF NM-HIT (DC-T) EQUAL TO "1"
               GO TO J47F-DCE-NEW-RULE-LOOP.
                               NOTE A MULTIPLE HIT TABLE GOES ON TO
                                 EVERY OTHER RULE THE CASE MEETS.
           GO TO J47J-DCE-OLD-RULE.

       J47H-DCE-NEW-ELSE.
           IF DC-NEW-HITS GREATER THAN ZERO
               GO TO J47J-DCE-OLD-RULE.
           IF NM-ELSE (DC-T) NOT EQUAL TO "1"
               GO TO J47J-DCE-OLD-RULE.
           MOVE NM-NRULES (DC-T) TO DC-NEW-RULE.
           MOVE DC-NEW-RULE TO DC-R.
           PERFORM J47W-DCE-NEW-LIST THRU J47WX-DCE-NEW-LIST-EXIT.

       J47J-DCE-OLD-RULE.
           MOVE PM-NRULES (DC-O) TO DC-LAST-RULE.
           IF PM-ELSE (DC-O) EQUAL TO "1"
               SUBTRACT 001 FROM DC-LAST-RULE.
           MOVE ZERO TO DC-OLD-RULE.
           MOVE ZERO TO DC-OLD-HITS.
           MOVE ZERO TO DC-OL-COUNT.
           MOVE ZERO TO DC-R.

       J47K-DCE-OLD-RULE-LOOP.
           ADD 001 TO DC-R.
           IF DC-R GREATER THAN DC-LAST-RULE
               GO TO J47M-DCE-OLD-ELSE.
           MOVE ZERO TO DC-I.

       J47L-DCE-OLD-COND-LOOP.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN PM-NCONDS (DC-O)
               GO TO J47L2-DCE-OLD-FIRED.
           MOVE PM-ENT (DC-O, DC-R, DC-I) TO DC-Q.
           IF DC-Q NOT EQUAL TO "Y"
               AND DC-Q NOT EQUAL TO "N"
               GO TO J47L-DCE-OLD-COND-LOOP.
           MOVE DC-OLD-MAP (DC-I) TO DC-K.
           IF DC-Q EQUAL TO DC-U-VAL (DC-K)
               GO TO J47L-DCE-OLD-COND-LOOP.
           GO TO J47K-DCE-OLD-RULE-LOOP.

       J47L2-DCE-OLD-FIRED.
           ADD 001 TO DC-OLD-HITS.
           IF DC-OLD-HITS EQUAL TO 001
               MOVE DC-R TO DC-OLD-RULE.
           PERFORM J47Y-DCE-OLD-LIST THRU J47YX-DCE-OLD-LIST-EXIT.
           IF PM-HIT (DC-O) EQUAL TO "1"
               GO TO J47K-DCE-OLD-RULE-LOOP.
           GO TO J47N-DCE-COMPARE.

       J47M-DCE-OLD-ELSE.
           IF DC-OLD-HITS GREATER THAN ZERO
               GO TO J47N-DCE-COMPARE.
           IF PM-ELSE (DC-O) NOT EQUAL TO "1"
               GO TO J47N-DCE-COMPARE.
           MOVE PM-NRULES (DC-O) TO DC-OLD-RULE.
           MOVE DC-OLD-RULE TO DC-R.
           PERFORM J47Y-DCE-OLD-LIST THRU J47YX-DCE-OLD-LIST-EXIT.

       J47N-DCE-COMPARE.
           MOVE ZERO TO DC-K.

       J47P-DCE-ACTN-LOOP.
           ADD 001 TO DC-K.
           IF DC-K GREATER THAN 060
               GO TO J47S-DCE-NEXT-COMBO.
           MOVE ZERO TO DC-NJ.
           MOVE ZERO TO DC-OJ.
           IF DC-K NOT GREATER THAN DC-NL-COUNT
               MOVE DC-NL (DC-K) TO DC-NJ.
           IF DC-K NOT GREATER THAN DC-OL-COUNT
               MOVE DC-OL (DC-K) TO DC-OJ.
           IF DC-NJ EQUAL TO ZERO
               AND DC-OJ EQUAL TO ZERO
               GO TO J47S-DCE-NEXT-COMBO.
                               NOTE BOTH ACTION LISTS ENDED TOGETHER.
           IF DC-NJ EQUAL TO ZERO
               GO TO J47Q-DCE-DIFFER.
           IF DC-OJ EQUAL TO ZERO
               GO TO J47Q-DCE-DIFFER.
           IF NM-ATEXT (DC-T, DC-NJ) NOT EQUAL TO
               PM-ATEXT (DC-O, DC-OJ)
               GO TO J47Q-DCE-DIFFER.
           IF NM-AXFER (DC-T, DC-NJ) NOT EQUAL TO
               PM-AXFER (DC-O, DC-OJ)
               GO TO J47Q-DCE-DIFFER.
           GO TO J47P-DCE-ACTN-LOOP.

       J47Q-DCE-DIFFER.
           MOVE ZERO TO DC-NEW-XF.
           MOVE ZERO TO DC-OLD-XF.
           MOVE ZERO TO DC-K.

       J47R-DCE-XFER-LOOP.
           ADD 001 TO DC-K.
           IF DC-K GREATER THAN DC-NL-COUNT
               GO TO J47R2-DCE-XFER-OLD.
           MOVE DC-NL (DC-K) TO DC-NJ.
           IF NM-AXFER (DC-T, DC-NJ) GREATER THAN ZERO
               MOVE NM-AXFER (DC-T, DC-NJ) TO DC-NEW-XF.
           GO TO J47R-DCE-XFER-LOOP.

       J47R2-DCE-XFER-OLD.
           MOVE ZERO TO DC-K.

       J47R4-DCE-XFER-OLD-LOOP.
           ADD 001 TO DC-K.
           IF DC-K GREATER THAN DC-OL-COUNT
               GO TO J47U-DCE-LIST.
           MOVE DC-OL (DC-K) TO DC-OJ.
           IF PM-AXFER (DC-O, DC-OJ) GREATER THAN ZERO
               MOVE PM-AXFER (DC-O, DC-OJ) TO DC-OLD-XF.
           GO TO J47R4-DCE-XFER-OLD-LOOP.

       J47U-DCE-LIST.
           IF DC-HEAD-SW NOT EQUAL TO "1"
               MOVE "1" TO DC-HEAD-SW
               MOVE DCM-TXT-CHG TO HL-TEXT
               PERFORM J48-DCM-PUT-HEAD THRU J48X-DCM-PUT-HEAD-EXIT
               PERFORM J48C-DCM-LEGEND THRU J48CX-DCM-LEGEND-EXIT.
           IF DC-HEAD-SW EQUAL TO "1"
               AND DC-LISTED EQUAL TO ZERO
               AND DC-UNLISTED EQUAL TO ZERO
               PERFORM J48M-DCM-MH-NOTE THRU J48MX-DCM-MH-NOTE-EXIT.
           IF DC-LISTED NOT LESS THAN 050
               ADD 001 TO DC-UNLISTED
               GO TO J47S-DCE-NEXT-COMBO.
           ADD 001 TO DC-LISTED.
           MOVE SPACE TO DCL-COMBO.
           MOVE ZERO TO DC-I.

       J47V-DCE-COMBO-CHARS.
           ADD 001 TO DC-I.
           IF DC-I NOT GREATER THAN DC-U-COUNT
               MOVE DC-U-VAL (DC-I) TO DCL-VAL (DC-I)
               GO TO J47V-DCE-COMBO-CHARS.
           MOVE DC-OLD-RULE TO DC-RULE-ED.
           MOVE SPACE TO DC-RULE-PLUS.
           IF DC-OLD-HITS GREATER THAN 001
               MOVE "+" TO DC-RULE-PLUS.
           MOVE DC-RULE-SHOW TO DCL-OLD.
           IF DC-OLD-RULE EQUAL TO ZERO
               MOVE "NONE" TO DCL-OLD.
           IF DC-OLD-RULE EQUAL TO PM-NRULES (DC-O)
               AND PM-ELSE (DC-O) EQUAL TO "1"
               MOVE "ELSE" TO DCL-OLD.
           MOVE DC-NEW-RULE TO DC-RULE-ED.
           MOVE SPACE TO DC-RULE-PLUS.
           IF DC-NEW-HITS GREATER THAN 001
               MOVE "+" TO DC-RULE-PLUS.
           MOVE DC-RULE-SHOW TO DCL-NEW.
           IF DC-NEW-RULE EQUAL TO ZERO
               MOVE "NONE" TO DCL-NEW.
           IF DC-NEW-RULE EQUAL TO NM-NRULES (DC-T)
               AND NM-ELSE (DC-T) EQUAL TO "1"
               MOVE "ELSE" TO DCL-NEW.
           MOVE DCM-WHY-ACTNS TO DCL-WHY.
           IF DC-NEW-XF NOT EQUAL TO DC-OLD-XF
               MOVE DC-OLD-XF TO DCW-OLD-XF
               MOVE DC-NEW-XF TO DCW-NEW-XF
               MOVE DCM-WHY-XFER TO DCL-WHY.
           MOVE DCM-DIFF-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.

       J47S-DCE-NEXT-COMBO.
           ADD 001 TO DC-COMBO.
           GO TO J47C-DCE-COMBO-LOOP.

       J47T-DCE-TABLE-END.
           IF DC-HEAD-SW NOT EQUAL TO "1"
               MOVE DCM-TXT-SAME TO HL-TEXT
               PERFORM J48-DCM-PUT-HEAD THRU J48X-DCM-PUT-HEAD-EXIT
               GO TO J47X-DCM-ENUMERATE-EXIT.
           IF DC-UNLISTED GREATER THAN ZERO
               MOVE DC-UNLISTED TO DCM-MORE
               MOVE DCM-MORE-LINE TO BUFFER
               MOVE "1" TO ERROR-IND
               PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.

       J47X-DCM-ENUMERATE-EXIT.
           EXIT.

       J47W-DCE-NEW-LIST.
           MOVE ZERO TO DC-K.

       J47W2-DCE-NEW-LIST-LOOP.
           ADD 001 TO DC-K.
           IF DC-K GREATER THAN 012
               GO TO J47WX-DCE-NEW-LIST-EXIT.
           IF NM-SEQ (DC-T, DC-R, DC-K) EQUAL TO ZERO
               GO TO J47WX-DCE-NEW-LIST-EXIT.
           IF DC-NL-COUNT NOT LESS THAN 060
               GO TO J47WX-DCE-NEW-LIST-EXIT.
           ADD 001 TO DC-NL-COUNT.
           MOVE NM-SEQ (DC-T, DC-R, DC-K) TO DC-NL (DC-NL-COUNT).
           GO TO J47W2-DCE-NEW-LIST-LOOP.

       J47WX-DCE-NEW-LIST-EXIT.
           EXIT.

       J47Y-DCE-OLD-LIST.
           MOVE ZERO TO DC-K.

       J47Y2-DCE-OLD-LIST-LOOP.
           ADD 001 TO DC-K.
           IF DC-K GREATER THAN 012
               GO TO J47YX-DCE-OLD-LIST-EXIT.
           IF PM-SEQ (DC-O, DC-R, DC-K) EQUAL TO ZERO
               GO TO J47YX-DCE-OLD-LIST-EXIT.
           IF DC-OL-COUNT NOT LESS THAN 060
               GO TO J47YX-DCE-OLD-LIST-EXIT.
           ADD 001 TO DC-OL-COUNT.
           MOVE PM-SEQ (DC-O, DC-R, DC-K) TO DC-OL (DC-OL-COUNT).
           GO TO J47Y2-DCE-OLD-LIST-LOOP.

       J47YX-DCE-OLD-LIST-EXIT.
           EXIT.

       J48M-DCM-MH-NOTE.
           IF NM-HIT (DC-T) NOT EQUAL TO "1"
               AND PM-HIT (DC-O) NOT EQUAL TO "1"
               GO TO J48MX-DCM-MH-NOTE-EXIT.
           MOVE DCM-MH-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.

       J48MX-DCM-MH-NOTE-EXIT.
           EXIT.

       J48-DCM-PUT-HEAD.
           IF DC-TITLE-SW NOT EQUAL TO "1"
               MOVE "1" TO DC-TITLE-SW
               MOVE SPACE TO TYPEMSG
               MOVE DCMTITLE TO ERROR-PRINT
               PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           MOVE NM-TBLNO (DC-T) TO HL-TBLNO.
           MOVE NM-TBLNAME (DC-T) TO HL-TBLNAME.
           IF NM-EFF (DC-T) NOT EQUAL TO SPACE
               MOVE " EFF " TO HL-EFF-LIT
               MOVE NM-EFF (DC-T) TO HL-EFF.
           MOVE HIST-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.

       J48X-DCM-PUT-HEAD-EXIT.
           EXIT.

       J48C-DCM-LEGEND.
           MOVE ZERO TO DC-I.

       J48D-DCM-LEGEND-LOOP.
           ADD 001 TO DC-I.
           IF DC-I GREATER THAN DC-U-COUNT
               GO TO J48CX-DCM-LEGEND-EXIT.
           MOVE DC-I TO DCC-NO.
           MOVE "BOTH" TO DCC-WHERE.
           IF DC-U-OLD (DC-I) EQUAL TO ZERO
               MOVE "NEW " TO DCC-WHERE.
           IF DC-U-NEW (DC-I) EQUAL TO ZERO
               MOVE "OLD " TO DCC-WHERE
               MOVE DC-U-OLD (DC-I) TO DC-J
               MOVE PM-CTEXT (DC-O, DC-J) TO DCC-TEXT
           ELSE
               MOVE DC-U-NEW (DC-I) TO DC-J
               MOVE NM-CTEXT (DC-T, DC-J) TO DCC-TEXT.
           MOVE DCM-COND-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           GO TO J48D-DCM-LEGEND-LOOP.

       J48CX-DCM-LEGEND-EXIT.
           EXIT.

       J49-DECISION-COMPARE-EXIT.
           EXIT.

                NOTE *** J50 THRU J54 PRINT THE END OF RUN STUB
               *  DEFINITION CHANGE REPORT - EACH DEFINITION WHOSE
               *  TEXT DIFFERS FROM THE COPY IN THE USE REGISTER, OR
               *  THAT IS NO LONGER IN THE LIBRARY, IS LISTED WITH
               *  EVERY TABLE ON RECORD THAT USES IT - THE SOURCE
               *  MEMBER OF EACH USING TABLE NOT COMPILED THIS RUN,
               *  AND OF EACH TABLE STILL WAITING FROM AN EARLIER
               *  CHANGE, GOES ONCE TO THE SELECTION FILE (OUTPUT
               *  NAME, EXTENSION DFS) FOR A LIBRARY MODE RERUN -
               *  A USE RECORDED BY AN EARLIER RUN IS DROPPED WHEN
               *  ITS TABLE WAS COMPILED AGAIN THIS RUN.

       J50-DEF-CHANGE-REPORT.
           IF DF-COUNT EQUAL TO ZERO
               GO TO J54-DEF-CHANGE-EXIT.
           MOVE ZERO TO DF-HEAD-SW.
           MOVE ZERO TO DU-I.

       J50B-DEF-STALE-USE.
           ADD 001 TO DU-I.
           IF DU-I GREATER THAN DU-COUNT
               GO TO J51-DEF-COMPARE.
           IF DU-NOW (DU-I) NOT EQUAL TO ZERO
               GO TO J50B-DEF-STALE-USE.
           MOVE ZERO TO CT-I.

       J50C-DEF-STALE-CT.
           ADD 001 TO CT-I.
           IF CT-I GREATER THAN CT-COUNT
               GO TO J50D-DEF-STALE-NOW.
           IF CT-TBLNO (CT-I) EQUAL TO DU-TBLNO (DU-I)
               MOVE "X" TO DU-NOW (DU-I)
               GO TO J50B-DEF-STALE-USE.
           GO TO J50C-DEF-STALE-CT.

       J50D-DEF-STALE-NOW.
           MOVE ZERO TO DU-J.

       J50E-DEF-STALE-NOW-LOOP.
           ADD 001 TO DU-J.
           IF DU-J GREATER THAN DU-COUNT
               GO TO J50B-DEF-STALE-USE.
           IF DU-NOW (DU-J) EQUAL TO "1"
               AND DU-TBLNO (DU-J) EQUAL TO DU-TBLNO (DU-I)
               MOVE "X" TO DU-NOW (DU-I)
               GO TO J50B-DEF-STALE-USE.
           GO TO J50E-DEF-STALE-NOW-LOOP.

       J51-DEF-COMPARE.
           MOVE ZERO TO DP-I.

       J51B-DEF-COMPARE-LOOP.
           ADD 001 TO DP-I.
           IF DP-I GREATER THAN DP-COUNT
               GO TO J53-DEF-SELECT.
           MOVE "2" TO DP-CHG (DP-I).
           MOVE ZERO TO DF-I.

       J51C-DEF-FIND.
           ADD 001 TO DF-I.
           IF DF-I GREATER THAN DF-COUNT
               GO TO J52-DEF-CHANGED.
           IF DF-ROW (DF-I) NOT EQUAL TO DP-ROW (DP-I)
               GO TO J51C-DEF-FIND.
           IF DF-NAME (DF-I) NOT EQUAL TO DP-NAME (DP-I)
               GO TO J51C-DEF-FIND.
           MOVE "1" TO DP-CHG (DP-I).
           IF DF-LINES (DF-I) NOT EQUAL TO DP-LINES (DP-I)
               GO TO J52-DEF-CHANGED.
           MOVE DF-FIRST (DF-I) TO DF-K.
           MOVE DP-FIRST (DP-I) TO DF-L.
           MOVE ZERO TO DF-J.

       J51D-DEF-LINE-LOOP.
           ADD 001 TO DF-J.
           IF DF-J GREATER THAN DF-LINES (DF-I)
               MOVE ZERO TO DP-CHG (DP-I)
               GO TO J51B-DEF-COMPARE-LOOP.
           IF DF-TEXT (DF-K) NOT EQUAL TO DP-TEXT (DF-L)
               GO TO J52-DEF-CHANGED.
           ADD 001 TO DF-K.
           ADD 001 TO DF-L.
           GO TO J51D-DEF-LINE-LOOP.

       J52-DEF-CHANGED.
           PERFORM J56-DEF-TITLE THRU J56X-DEF-TITLE-EXIT.
           MOVE DP-ROW (DP-I) TO DFC-ROW.
           MOVE DP-NAME (DP-I) TO DFC-NAME.
           MOVE " - CHANGED" TO DFC-WHAT.
           IF DP-CHG (DP-I) EQUAL TO "2"
               MOVE " - REMOVED" TO DFC-WHAT.
           MOVE DEF-CHG-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE ZERO TO DF-USED-SW.
           MOVE ZERO TO DU-I.

       J52B-DEF-USER-LOOP.
           ADD 001 TO DU-I.
           IF DU-I GREATER THAN DU-COUNT
               GO TO J52D-DEF-USERS-DONE.
           IF DU-NOW (DU-I) EQUAL TO "X"
               GO TO J52B-DEF-USER-LOOP.
           IF DU-ROW (DU-I) NOT EQUAL TO DP-ROW (DP-I)
               GO TO J52B-DEF-USER-LOOP.
           IF DU-NAME (DU-I) NOT EQUAL TO DP-NAME (DP-I)
               GO TO J52B-DEF-USER-LOOP.
           MOVE "1" TO DF-USED-SW.
           MOVE SPACE TO DFX-NOTE.
           IF DU-NOW (DU-I) EQUAL TO "1"
               MOVE " - RECOMPILED THIS RUN" TO DFX-NOTE.
           IF DU-NOW (DU-I) EQUAL TO ZERO
               MOVE "2" TO DU-STALE (DU-I).
           PERFORM J57-DEF-USE-LINE THRU J57X-DEF-USE-LINE-EXIT.
           GO TO J52B-DEF-USER-LOOP.

       J52D-DEF-USERS-DONE.
           IF DF-USED-SW NOT EQUAL TO "1"
               MOVE DEFNOUSE TO BUFFER
               MOVE "1" TO ERROR-IND
               PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           GO TO J51B-DEF-COMPARE-LOOP.

       J53-DEF-SELECT.
           MOVE ZERO TO DU-I.

       J53B-DEF-SELECT-LOOP.
           ADD 001 TO DU-I.
           IF DU-I GREATER THAN DU-COUNT
               GO TO J53F-DEF-SELECT-DONE.
           IF DU-NOW (DU-I) NOT EQUAL TO ZERO
               GO TO J53B-DEF-SELECT-LOOP.
           IF DU-STALE (DU-I) EQUAL TO ZERO
               GO TO J53B-DEF-SELECT-LOOP.
           IF DU-STALE (DU-I) EQUAL TO "2"
               GO TO J53C-DEF-SELECT-DUP.
           PERFORM J56-DEF-TITLE THRU J56X-DEF-TITLE-EXIT.
           MOVE DU-ROW (DU-I) TO DFC-ROW.
           MOVE DU-NAME (DU-I) TO DFC-NAME.
           MOVE " CHANGED EARLIER" TO DFC-WHAT.
           MOVE DEF-CHG-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           MOVE " - STILL NOT RECOMPILED" TO DFX-NOTE.
           PERFORM J57-DEF-USE-LINE THRU J57X-DEF-USE-LINE-EXIT.

       J53C-DEF-SELECT-DUP.
           MOVE ZERO TO DU-J.

       J53D-DEF-SELECT-DUP-LOOP.
           ADD 001 TO DU-J.
           IF DU-J NOT LESS THAN DU-I
               GO TO J53E-DEF-SELECT-WRITE.
           IF DU-NOW (DU-J) EQUAL TO ZERO
               AND DU-STALE (DU-J) NOT EQUAL TO ZERO
               AND DU-MEMBER (DU-J) EQUAL TO DU-MEMBER (DU-I)
               GO TO J53B-DEF-SELECT-LOOP.
           GO TO J53D-DEF-SELECT-DUP-LOOP.

       J53E-DEF-SELECT-WRITE.
           IF DFS-OPEN-SW NOT EQUAL TO "1"
               OPEN OUTPUT DEFSEL-FILE
               MOVE "1" TO DFS-OPEN-SW.
           MOVE DU-MEMBER (DU-I) TO DEF-MEM-WORK.
           MOVE DMW-NAME TO DMN-NAME.
           MOVE DMW-EXT TO DMN-EXT.
           MOVE DEF-MEM-NAME TO DFS-MEM.
           WRITE DEFSEL-RECORD FROM DFS-CARD.
           ADD 001 TO DF-SEL-COUNT.
           GO TO J53B-DEF-SELECT-LOOP.

       J53F-DEF-SELECT-DONE.
           IF DFS-OPEN-SW EQUAL TO "1"
               CLOSE DEFSEL-FILE
               MOVE DF-SEL-COUNT TO DFL-COUNT
               MOVE DEF-SEL-LINE TO BUFFER
               MOVE "1" TO ERROR-IND
               PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           IF DU-OVER-SW EQUAL TO "1"
               MOVE WARNING TO TYPEMSG
               MOVE DEFOVER TO ERROR-PRINT
               PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       J54-DEF-CHANGE-EXIT.
           EXIT.

                NOTE *** J55 REWRITES THE DEFINITION USE REGISTER
               *  FOR THE NEXT RUN - THE DEFINITIONS AS THEY STAND
               *  NOW, THEN EVERY USE STILL ON RECORD WITH ITS
               *  WAITING FLAG - NOT ON A RESTART RUN.

       J55-DEF-USE-SAVE.
           IF RESTART-RUN
               GO TO J55X-DEF-USE-SAVE-EXIT.
           IF DF-COUNT EQUAL TO ZERO
               GO TO J55X-DEF-USE-SAVE-EXIT.
           OPEN OUTPUT DEFUSE-FILE.
           MOVE ZERO TO DF-I.

       J55B-DEF-SAVE-TEXT.
           ADD 001 TO DF-I.
           IF DF-I GREATER THAN DF-COUNT
               MOVE ZERO TO DU-I
               GO TO J55D-DEF-SAVE-USES.
           MOVE DF-FIRST (DF-I) TO DF-K.
           MOVE ZERO TO DF-J.

       J55C-DEF-SAVE-LINE.
           ADD 001 TO DF-J.
           IF DF-J GREATER THAN DF-LINES (DF-I)
               GO TO J55B-DEF-SAVE-TEXT.
           MOVE SPACE TO DFU-REC-WORK.
           MOVE "UT" TO DFU-TYPE.
           MOVE DF-ROW (DF-I) TO DFU-ROW.
           MOVE DF-NAME (DF-I) TO DFU-NAME.
           MOVE DF-TEXT (DF-K) TO DFU-TEXT.
           WRITE DEFUSE-RECORD FROM DFU-REC-WORK.
           ADD 001 TO DF-K.
           GO TO J55C-DEF-SAVE-LINE.

       J55D-DEF-SAVE-USES.
           ADD 001 TO DU-I.
           IF DU-I GREATER THAN DU-COUNT
               CLOSE DEFUSE-FILE
               GO TO J55X-DEF-USE-SAVE-EXIT.
           IF DU-NOW (DU-I) EQUAL TO "X"
               GO TO J55D-DEF-SAVE-USES.
           MOVE SPACE TO DFU-REC-WORK.
           MOVE "UU" TO DFU-TYPE.
           MOVE DU-ROW (DU-I) TO DFU-ROW.
           MOVE DU-NAME (DU-I) TO DFU-NAME.
           MOVE DU-TBLNO (DU-I) TO DFU-TBLNO.
           MOVE DU-MEMBER (DU-I) TO DFU-MEMBER.
           MOVE ZERO TO DFU-STALE.
           IF DU-NOW (DU-I) EQUAL TO ZERO
               AND DU-STALE (DU-I) NOT EQUAL TO ZERO
               MOVE "1" TO DFU-STALE.
           WRITE DEFUSE-RECORD FROM DFU-REC-WORK.
           GO TO J55D-DEF-SAVE-USES.

       J55X-DEF-USE-SAVE-EXIT.
           EXIT.

       J56-DEF-TITLE.
           IF DF-HEAD-SW EQUAL TO "1"
               GO TO J56X-DEF-TITLE-EXIT.
           MOVE "1" TO DF-HEAD-SW.
           MOVE SPACE TO TYPEMSG.
           MOVE DEFTITLE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       J56X-DEF-TITLE-EXIT.
           EXIT.

       J57-DEF-USE-LINE.
           MOVE DU-TBLNO (DU-I) TO DFX-TBLNO.
           MOVE DU-MEMBER (DU-I) TO DEF-MEM-WORK.
           MOVE DMW-NAME TO DMN-NAME.
           MOVE DMW-EXT TO DMN-EXT.
           MOVE DEF-MEM-NAME TO DFX-MEMBER.
           MOVE DEF-USE-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.

       J57X-DEF-USE-LINE-EXIT.
           EXIT.

                NOTE *** J58 CLOSES THE DOPT PRD RUN WITH A COUNT
               *  OF THE TABLES HELD FOR WANT OF AN APPROVAL.

       J58-APPROVAL-RECAP.
           IF AV-HELD-COUNT EQUAL TO ZERO
               GO TO J58X-APPROVAL-RECAP-EXIT.
           MOVE AV-HELD-COUNT TO APC-COUNT.
           MOVE APR-RECAP-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.

       J58X-APPROVAL-RECAP-EXIT.
           EXIT.

                NOTE *** J60 THRU J69 PRINT THE END OF RUN DEAD RULE
               *  ANALYSIS OF GO TO TABLE CHAINS, FROM THE DECISION
               *  MATRICES KEPT BY F73.  FOR EACH TABLE ENTERED BY A
               *  GO TO FROM ANOTHER TABLE OF THE RUN, EVERY CALLING
               *  RULE WHOSE ACTIONS MAKE THE TRANSFER IS A PATH IN,
               *  AND THE Y OR N ENTRIES THAT RULE NEEDED ARE CARRIED
               *  ONTO THE RECEIVING TABLES CONDITION ROWS WITH THE
               *  SAME STUB TEXT (FIRST LINE, AS KEPT).  A RECEIVING
               *  RULE THAT CONTRADICTS EVERY PATH, AND AN ELSE THAT
               *  EVERY PATH FORCES SOME RULE AHEAD OF, CAN NEVER
               *  FIRE ON A TRANSFER AND IS LISTED AS A WARNING WITH
               *  THE CARRIED CONDITIONS AND THE PATHS AS EVIDENCE.
               *  ACTIONS AHEAD OF THE GO TO ARE TAKEN NOT TO CHANGE
               *  THE FIELDS TESTED.  A TABLE WITH A CALLER WHOSE
               *  MATRIX WAS NOT KEPT, OR ITSELF NOT KEPT, OR WITH
               *  OVER 50 PATHS IN, IS LISTED AS NOT ANALYZED.

       J60-DEAD-RULE-REPORT.
           IF RESTART-RUN
               GO TO J69-DEAD-RULE-EXIT.
           IF NM-COUNT EQUAL TO ZERO
               GO TO J69-DEAD-RULE-EXIT.
           IF XR-COUNT EQUAL TO ZERO
               GO TO J69-DEAD-RULE-EXIT.
           MOVE ZERO TO DR-TITLE-SW.
           MOVE ZERO TO DR-T.
           IF XR-OVERFLOW-SW NOT EQUAL TO "1"
               GO TO J60B-DRA-TABLE-LOOP.
           PERFORM J68-DRA-TITLE THRU J68X-DRA-TITLE-EXIT.
           MOVE SPACE TO TYPEMSG.
           MOVE DROVER TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.
           GO TO J69-DEAD-RULE-EXIT.

       J60B-DRA-TABLE-LOOP.
           ADD 001 TO DR-T.
           IF DR-T GREATER THAN NM-COUNT
               GO TO J69-DEAD-RULE-EXIT.
           MOVE ZERO TO DR-COUNT.
           MOVE ZERO TO DR-OVER-SW.
           MOVE ZERO TO DR-BLIND-SW.
           MOVE ZERO TO DR-HEAD-SW.
           PERFORM J61-DRA-BLIND-CHECK THRU J61X-DRA-BLIND-EXIT.
           MOVE ZERO TO DR-C.

       J60C-DRA-CALLER-LOOP.
           ADD 001 TO DR-C.
           IF DR-C GREATER THAN NM-COUNT
               GO TO J60D-DRA-CALLERS-DONE.
           IF NM-STATE (DR-C) NOT EQUAL TO "1"
               GO TO J60C-DRA-CALLER-LOOP.
           MOVE ZERO TO DR-R.

       J60E-DRA-CALLER-RULE.
           ADD 001 TO DR-R.
           IF DR-R GREATER THAN NM-NRULES (DR-C)
               GO TO J60C-DRA-CALLER-LOOP.
           MOVE ZERO TO DR-K.

       J60F-DRA-CALLER-ACTN.
           ADD 001 TO DR-K.
           IF DR-K GREATER THAN 012
               GO TO J60E-DRA-CALLER-RULE.
           IF NM-SEQ (DR-C, DR-R, DR-K) EQUAL TO ZERO
               GO TO J60E-DRA-CALLER-RULE.
           MOVE NM-SEQ (DR-C, DR-R, DR-K) TO DR-A.
           IF NM-AXFER (DR-C, DR-A) NOT EQUAL TO NM-TBLNO (DR-T)
               GO TO J60F-DRA-CALLER-ACTN.
           PERFORM J62-DRA-ADD-PATH THRU J62X-DRA-ADD-PATH-EXIT.
           GO TO J60E-DRA-CALLER-RULE.
                               NOTE ONE PATH PER CALLING RULE.

       J60D-DRA-CALLERS-DONE.
           IF DR-COUNT EQUAL TO ZERO
               AND DR-BLIND-SW NOT EQUAL TO "1"
               GO TO J60B-DRA-TABLE-LOOP.
                               NOTE NOT ENTERED FROM ANOTHER TABLE.
           IF NM-STATE (DR-T) NOT EQUAL TO "1"
               MOVE DR-TXT-BIG TO HL-TEXT
               PERFORM J67-DRA-PUT-HEAD THRU J67X-DRA-PUT-HEAD-EXIT
               GO TO J60B-DRA-TABLE-LOOP.
           IF DR-BLIND-SW EQUAL TO "1"
               MOVE DR-TXT-BLIND TO HL-TEXT
               PERFORM J67-DRA-PUT-HEAD THRU J67X-DRA-PUT-HEAD-EXIT
               GO TO J60B-DRA-TABLE-LOOP.
           IF DR-OVER-SW EQUAL TO "1"
               MOVE DR-TXT-MANY TO HL-TEXT
               PERFORM J67-DRA-PUT-HEAD THRU J67X-DRA-PUT-HEAD-EXIT
               GO TO J60B-DRA-TABLE-LOOP.
           MOVE NM-NRULES (DR-T) TO DR-LAST-RULE.
           IF NM-ELSE (DR-T) EQUAL TO "1"
               SUBTRACT 001 FROM DR-LAST-RULE.
           MOVE ZERO TO DR-S.

       J60G-DRA-RULE-LOOP.
           ADD 001 TO DR-S.
           IF DR-S GREATER THAN DR-LAST-RULE
               GO TO J60J-DRA-ELSE.
           MOVE ZERO TO DR-P.

       J60H-DRA-RULE-PATH.
           ADD 001 TO DR-P.
           IF DR-P GREATER THAN DR-COUNT
               GO TO J60K-DRA-RULE-DEAD.
           PERFORM J63-DRA-RULE-CUT THRU J63X-DRA-RULE-CUT-EXIT.
           IF DR-CUT-SW EQUAL TO "1"
               GO TO J60H-DRA-RULE-PATH.
           GO TO J60G-DRA-RULE-LOOP.
                               NOTE THIS PATH CAN REACH THE RULE.

       J60K-DRA-RULE-DEAD.
           MOVE DR-S TO DRD-RULE.
           MOVE DR-TXT-RULE TO DRD-TEXT.
           PERFORM J66-DRA-PUT-DEAD THRU J66X-DRA-PUT-DEAD-EXIT.
           GO TO J60G-DRA-RULE-LOOP.

       J60J-DRA-ELSE.
           IF NM-ELSE (DR-T) NOT EQUAL TO "1"
               GO TO J60B-DRA-TABLE-LOOP.
           MOVE ZERO TO DR-P.

       J60L-DRA-ELSE-PATH.
           ADD 001 TO DR-P.
           IF DR-P GREATER THAN DR-COUNT
               GO TO J60M-DRA-ELSE-DEAD.
           PERFORM J64-DRA-ELSE-CUT THRU J64X-DRA-ELSE-CUT-EXIT.
           IF DR-CUT-SW EQUAL TO "1"
               GO TO J60L-DRA-ELSE-PATH.
           GO TO J60B-DRA-TABLE-LOOP.

       J60M-DRA-ELSE-DEAD.
           MOVE "ELSE" TO DRD-RULE-X.
           MOVE DR-TXT-ELSE TO DRD-TEXT.
           PERFORM J66-DRA-PUT-DEAD THRU J66X-DRA-PUT-DEAD-EXIT.
           GO TO J60B-DRA-TABLE-LOOP.

       J61-DRA-BLIND-CHECK.
           MOVE ZERO TO DR-I.

       J61B-DRA-XREF-LOOP.
           ADD 001 TO DR-I.
           IF DR-I GREATER THAN XR-COUNT
               GO TO J61X-DRA-BLIND-EXIT.
           IF XR-TO (DR-I) NOT EQUAL TO NM-TBLNO (DR-T)
               GO TO J61B-DRA-XREF-LOOP.
           MOVE ZERO TO DR-K.
           MOVE ZERO TO DR-J.

       J61C-DRA-XREF-FIND.
           ADD 001 TO DR-J.
           IF DR-J GREATER THAN NM-COUNT
               GO TO J61D-DRA-XREF-FOUND.
           IF NM-TBLNO (DR-J) NOT EQUAL TO XR-FROM (DR-I)
               GO TO J61C-DRA-XREF-FIND.
           ADD 001 TO DR-K.
           IF NM-STATE (DR-J) NOT EQUAL TO "1"
               MOVE "1" TO DR-BLIND-SW
               GO TO J61X-DRA-BLIND-EXIT.
           GO TO J61C-DRA-XREF-FIND.

       J61D-DRA-XREF-FOUND.
           IF DR-K EQUAL TO ZERO
               MOVE "1" TO DR-BLIND-SW
               GO TO J61X-DRA-BLIND-EXIT.
           GO TO J61B-DRA-XREF-LOOP.

       J61X-DRA-BLIND-EXIT.
           EXIT.

       J62-DRA-ADD-PATH.
           IF DR-COUNT NOT LESS THAN 050
               MOVE "1" TO DR-OVER-SW
               GO TO J62X-DRA-ADD-PATH-EXIT.
           ADD 001 TO DR-COUNT.
           MOVE NM-TBLNO (DR-C) TO DR-FROM (DR-COUNT).
           MOVE DR-R TO DR-RULE (DR-COUNT).
           MOVE "R" TO DR-RKIND (DR-COUNT).
           IF NM-ELSE (DR-C) EQUAL TO "1"
               AND DR-R EQUAL TO NM-NRULES (DR-C)
               MOVE "E" TO DR-RKIND (DR-COUNT).
           MOVE SPACE TO DR-VALS (DR-COUNT).
           MOVE ZERO TO DR-J.

       J62B-DRA-PATH-COND.
           ADD 001 TO DR-J.
           IF DR-J GREATER THAN NM-NCONDS (DR-T)
               GO TO J62X-DRA-ADD-PATH-EXIT.
           MOVE "-" TO DR-VAL (DR-COUNT, DR-J).
           MOVE ZERO TO DR-I.

       J62C-DRA-PATH-MATCH.
           ADD 001 TO DR-I.
           IF DR-I GREATER THAN NM-NCONDS (DR-C)
               GO TO J62B-DRA-PATH-COND.
           IF NM-CTEXT (DR-C, DR-I) NOT EQUAL TO NM-CTEXT (DR-T, DR-J)
               GO TO J62C-DRA-PATH-MATCH.
           MOVE NM-ENT (DR-C, DR-R, DR-I) TO DR-Q.
           IF DR-Q EQUAL TO "Y"
               OR DR-Q EQUAL TO "N"
               MOVE DR-Q TO DR-VAL (DR-COUNT, DR-J).
           GO TO J62B-DRA-PATH-COND.

       J62X-DRA-ADD-PATH-EXIT.
           EXIT.

       J63-DRA-RULE-CUT.
           MOVE ZERO TO DR-CUT-SW.
           MOVE ZERO TO DR-J.

       J63B-DRA-RULE-CUT-LOOP.
           ADD 001 TO DR-J.
           IF DR-J GREATER THAN NM-NCONDS (DR-T)
               GO TO J63X-DRA-RULE-CUT-EXIT.
           MOVE NM-ENT (DR-T, DR-S, DR-J) TO DR-Q.
           IF DR-Q NOT EQUAL TO "Y"
               AND DR-Q NOT EQUAL TO "N"
               GO TO J63B-DRA-RULE-CUT-LOOP.
           IF DR-VAL (DR-P, DR-J) EQUAL TO "-"
               GO TO J63B-DRA-RULE-CUT-LOOP.
           IF DR-VAL (DR-P, DR-J) EQUAL TO DR-Q
               GO TO J63B-DRA-RULE-CUT-LOOP.
           MOVE "1" TO DR-CUT-SW.

       J63X-DRA-RULE-CUT-EXIT.
           EXIT.

       J64-DRA-ELSE-CUT.
           MOVE ZERO TO DR-CUT-SW.
           MOVE ZERO TO DR-S.

       J64B-DRA-ELSE-RULE.
           ADD 001 TO DR-S.
           IF DR-S GREATER THAN DR-LAST-RULE
               GO TO J64X-DRA-ELSE-CUT-EXIT.
           MOVE ZERO TO DR-J.

       J64C-DRA-ELSE-COND.
           ADD 001 TO DR-J.
           IF DR-J GREATER THAN NM-NCONDS (DR-T)
               MOVE "1" TO DR-CUT-SW
               GO TO J64X-DRA-ELSE-CUT-EXIT.
                               NOTE THE PATH FIXES EVERY ENTRY OF
                                 THIS RULE, SO IT FIRES FIRST.
           MOVE NM-ENT (DR-T, DR-S, DR-J) TO DR-Q.
           IF DR-Q NOT EQUAL TO "Y"
               AND DR-Q NOT EQUAL TO "N"
               GO TO J64C-DRA-ELSE-COND.
           IF DR-VAL (DR-P, DR-J) EQUAL TO DR-Q
               GO TO J64C-DRA-ELSE-COND.
           GO TO J64B-DRA-ELSE-RULE.

       J64X-DRA-ELSE-CUT-EXIT.
           EXIT.

       J65-DRA-EVIDENCE.
           MOVE ZERO TO DR-J.

       J65B-DRA-LEGEND-LOOP.
           ADD 001 TO DR-J.
           IF DR-J GREATER THAN NM-NCONDS (DR-T)
               MOVE ZERO TO DR-P
               GO TO J65D-DRA-PATH-LINES.
           MOVE ZERO TO DR-P.

       J65C-DRA-LEGEND-USED.
           ADD 001 TO DR-P.
           IF DR-P GREATER THAN DR-COUNT
               GO TO J65B-DRA-LEGEND-LOOP.
           IF DR-VAL (DR-P, DR-J) EQUAL TO "-"
               GO TO J65C-DRA-LEGEND-USED.
           MOVE DR-J TO DRC-NO.
           MOVE NM-CTEXT (DR-T, DR-J) TO DRC-TEXT.
           MOVE DR-COND-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           GO TO J65B-DRA-LEGEND-LOOP.

       J65D-DRA-PATH-LINES.
           ADD 001 TO DR-P.
           IF DR-P GREATER THAN DR-COUNT
               GO TO J65X-DRA-EVIDENCE-EXIT.
           MOVE DR-FROM (DR-P) TO DRL-FROM.
           MOVE DR-RULE (DR-P) TO DRL-RULE.
           IF DR-RKIND (DR-P) EQUAL TO "E"
               MOVE "ELSE" TO DRL-RULE-X.
           MOVE DR-VALS (DR-P) TO DRL-VALS.
           MOVE DR-PATH-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.
           GO TO J65D-DRA-PATH-LINES.

       J65X-DRA-EVIDENCE-EXIT.
           EXIT.

       J66-DRA-PUT-DEAD.
           IF DR-HEAD-SW NOT EQUAL TO "1"
               MOVE "1" TO DR-HEAD-SW
               MOVE DR-TXT-DEAD TO HL-TEXT
               PERFORM J67-DRA-PUT-HEAD THRU J67X-DRA-PUT-HEAD-EXIT
               PERFORM J65-DRA-EVIDENCE THRU J65X-DRA-EVIDENCE-EXIT.
           MOVE NM-TBLNO (DR-T) TO DRD-TBL.
           MOVE WARNING TO TYPEMSG.
           MOVE DR-DEAD-LINE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       J66X-DRA-PUT-DEAD-EXIT.
           EXIT.

       J67-DRA-PUT-HEAD.
           PERFORM J68-DRA-TITLE THRU J68X-DRA-TITLE-EXIT.
           MOVE NM-TBLNO (DR-T) TO HL-TBLNO.
           MOVE NM-TBLNAME (DR-T) TO HL-TBLNAME.
           IF NM-EFF (DR-T) NOT EQUAL TO SPACE
               MOVE " EFF " TO HL-EFF-LIT
               MOVE NM-EFF (DR-T) TO HL-EFF.
           MOVE HIST-LINE TO BUFFER.
           MOVE "1" TO ERROR-IND.
           PERFORM I10-WRITE-OUTPUT THRU I45-WRITE-OUTPUT-EXIT.

       J67X-DRA-PUT-HEAD-EXIT.
           EXIT.

       J68-DRA-TITLE.
           IF DR-TITLE-SW EQUAL TO "1"
               GO TO J68X-DRA-TITLE-EXIT.
           MOVE "1" TO DR-TITLE-SW.
           MOVE SPACE TO TYPEMSG.
           MOVE DRTITLE TO ERROR-PRINT.
           PERFORM H50-ERROR-WRITE THRU H52-ERROR-WRITE-EXIT.

       J68X-DRA-TITLE-EXIT.
           EXIT.

       J69-DEAD-RULE-EXIT.
           EXIT.

                NOTE *** J21 PRINTS THE END OF RUN ELAPSED TIME
601521     MOVE "CBL" TO OUTPUT-ID-EXT.                                 03  IORT
601522     OPEN OUTPUT PUNCH-OUT.                                       03  IORT
601523     MOVE "X" TO PUNCH-OPEN-IND.                                  03  IORT
           MOVE ZERO TO RC-MEM-CARDS.
           MOVE ZERO TO RC-MEM-HASH.
           MOVE TBLNO TO APR-MEM-TBLNO.
601524     GO TO V98-RETURN.                                            03  IORT
601525                                                                  03  IORT
601560 U30-READ-INPUT.                                                  03  IORT
           ELSE
               MOVE "1" TO RJ-OVER-SW.

                NOTE  ***  TYMSHARE CHANGES TO SIGN THE SOURCE
                        CARDS OF EACH TABLE FOR THE AUDIT RECORD.

           PERFORM CARD-SIG-SOURCE THRU CARD-SIG-SOURCE-EXIT.

601620     MOVE "1" TO RESULT.                                          03  IORT
601630     EXAMINE TSEQ-NO-X REPLACING ALL " " BY "0".                  03  IORT
601640     IF TSEQ-NO NOT NUMERIC                                       03  IORT
601930     GO TO V98-RETURN.                                            03  IORT
601940                                                                  03  IORT
601950 U45-WRITE-PUNCH.                                                 03  IORT
           IF APR-HOLD-SW EQUAL TO "1"
               MOVE "1" TO RESULT
               GO TO V98-RETURN.

           MOVE SPACES TO PUNCHOUT.
           MOVE STANDRD-FMT-SHIFT TO PUNCHOUT.
                                MOVE SPACES TO PUNCHOUT
                                MOVE STANDRD-FMT-SHIFT TO PUNCHOUT.

           IF DOPTS-SW-MEM EQUAL TO "1"
               PERFORM CARD-SIG-MEMBER THRU CARD-SIG-MEMBER-EXIT.
601970     WRITE PUNCHOUT.                                              03  IORT
601975     MOVE "1" TO TBL-PUNCHED-SW.                                  03  IORT
601980     MOVE "1" TO RESULT.                                          03  IORT
               CLOSE CASE-FILE.
           IF RJS-OPEN-SW EQUAL TO "1"
               CLOSE REJSEL-FILE.
           IF PND-OPEN-SW EQUAL TO "1"
               CLOSE PENDING-FILE.
602040     IF PUNCH-OPEN-IND NOT EQUAL TO SPACE                         03  IORT
602050         CLOSE PUNCH-OUT.                                         03  IORT
602060     MOVE "1" TO RESULT.                                          03  IORT
