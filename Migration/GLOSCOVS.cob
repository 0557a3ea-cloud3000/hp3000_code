000100******************************************************************261011MA
000200* GLOSCOV -- FIELD GLOSSARY COVERAGE REPORT                       261011MA
000300******************************************************************261011MA
000400 IDENTIFICATION DIVISION.                                         261011MA
000500 PROGRAM-ID.     GLOSCOV.                                         261011MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261011MA
000700 DATE-COMPILED.                                                   261011MA
000800*                   COPYRIGHT 2007                                261011MA
000900*          J3K Solutions All rights reserved.                     261011MA
001000*                                                                 261011MA
001100* CPYLAYT AND FLDXREF NOW PRINT EACH FIELD'S FLDGLOS GLOSSARY     261011MA
001200* DESCRIPTION, BUT ONLY FOR THE FIELDS THE ANALYSTS HAVE          261011MA
001300* DESCRIBED.  THIS REPORT LISTS THE FIELDS THAT STILL HAVE NO     261011MA
001400* GLOSSARY ENTRY, BUSIEST FIRST, SO THE ANALYSTS WORK THROUGH     261011MA
001500* THEM IN THE ORDER THAT MATTERS TO THE MIGRATION.  IT READS THE  261011MA
001600* USAGE-COUNT FILES FLDXREF WRITES -- ONE RECORD PER DECLARED     261011MA
001700* FIELD WITH THE NUMBER OF PROGRAMS AND PROGRAM LINES THAT NAME   261011MA
001800* IT -- CHECKS EACH FIELD AGAINST FLDGLOS, AND RANKS THE          261011MA
001900* UNDESCRIBED ONES BY PROGRAMS, THEN LINES.  FIELDS NO PROGRAM    261011MA
002000* NAMES ARE LISTED LAST, UNDER THEIR OWN HEADING.  RUN INFO IS    261011MA
002100* THE USAGE-COUNT FILES, COMMA-SEPARATED (UP TO 10, ONE PER       261011MA
002200* FLDXREF COPYLIB RUN); BLANK MEANS FLDUSE.  THE REPORT GOES TO   261011MA
002300* GLOSCOV.  ENDS 1 WHEN A USAGE FILE CANNOT BE READ, 16 WHEN      261011MA
002400* NONE CAN.                                                       261011MA
002500*-----------------------------------------------------------------261011MA
002600* MODIFICATION HISTORY                                            261011MA
002700* 261011MA  INITIAL VERSION.                                      261011MA
002800*-----------------------------------------------------------------261011MA
002900*                                                                 261011MA
003000 ENVIRONMENT DIVISION.                                            261011MA
003100 CONFIGURATION SECTION.                                           261011MA
003200 SOURCE-COMPUTER. HP-3000.                                        261011MA
003300 OBJECT-COMPUTER. HP-3000.                                        261011MA
003400 SPECIAL-NAMES.                                                   261011MA
003500 CONDITION-CODE IS CC.                                            261011MA
003600*                                                                 261011MA
003700 INPUT-OUTPUT SECTION.                                            261011MA
003800 FILE-CONTROL.                                                    261011MA
003900     SELECT GLSFILE   ASSIGN TO "FLDGLOS,,,,5000".                261011MA
004000     SELECT USEFILE   ASSIGN TO DUMMY USING WS-USE-FILE.          261011MA
004100     SELECT SRTFILE   ASSIGN TO "GLOSSRT,,,,100000".              261011MA
004200     SELECT RPTFILE   ASSIGN TO "GLOSCOV,,,,100000".              261011MA
004300*                                                                 261011MA
004400 DATA DIVISION.                                                   261011MA
004500 FILE SECTION.                                                    261011MA
004600*The field glossary CTLMAINT maintains (see CTLMNTS GLSFILE).     261011MA
004700 FD  GLSFILE                                                      261011MA
004800     RECORD CONTAINS 200 CHARACTERS.                              261011MA
004900 01  GLS-RECORD.                                                  261011MA
005000     03  GLS-COPYLIB          PIC X(26).                          261011MA
005100     03  GLS-MEMBER           PIC X(08).                          261011MA
005200     03  GLS-FIELD            PIC X(30).                          261011MA
005300     03  GLS-DESC             PIC X(60).                          261011MA
005400     03  GLS-VALUES           PIC X(50).                          261011MA
005500     03  GLS-DEPT             PIC X(10).                          261011MA
005600     03  GLS-UPD-BY           PIC X(08).                          261011MA
005700     03  FILLER               PIC X(08).                          261011MA
005800*                                                                 261011MA
005900*FLDXREF's usage counts (see FLDXREFS USEFILE).                   261011MA
006000 FD  USEFILE                                                      261011MA
006100     RECORD CONTAINS 80 CHARACTERS.                               261011MA
006200 01  USE-RECORD.                                                  261011MA
006300     03  USE-COPYLIB          PIC X(26).                          261011MA
006400     03  USE-MEMBER           PIC X(08).                          261011MA
006500     03  USE-FIELD            PIC X(30).                          261011MA
006600     03  USE-PROGRAMS         PIC 9(05).                          261011MA
006700     03  USE-REFS             PIC 9(07).                          261011MA
006800     03  FILLER               PIC X(04).                          261011MA
006900*                                                                 261011MA
007000*The ranking -- most programs first, then most lines.             261011MA
007100 SD  SRTFILE.                                                     261011MA
007200 01  SORT-RECORD.                                                 261011MA
007300     03  SR-PROGRAMS          PIC 9(05).                          261011MA
007400     03  SR-REFS              PIC 9(07).                          261011MA
007500     03  SR-COPYLIB           PIC X(26).                          261011MA
007600     03  SR-MEMBER            PIC X(08).                          261011MA
007700     03  SR-FIELD             PIC X(30).                          261011MA
007800*                                                                 261011MA
007900 FD  RPTFILE DATA RECORD IS RPT-RECORD                            261011MA
008000     RECORD CONTAINS 132 CHARACTERS.                              261011MA
008100 01  RPT-RECORD               PIC X(132).                         261011MA
008200*                                                                 261011MA
008300 WORKING-STORAGE SECTION.                                         261011MA
008400*                                                                 261011MA
008500*Run parameters -- the usage-count files to read.                 261011MA
008600 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              261011MA
008700 01 WS-INFO-PTR             PIC S9(04) COMP VALUE 1.              261011MA
008800 01 WS-USE-NAME             PIC X(26) VALUE SPACES.               261011MA
008900 01 WS-USE-FILE             PIC X(34) VALUE SPACES.               261011MA
009000 77 UF-COUNT                PIC S9(04) COMP VALUE 0.              261011MA
009100 77 UF-INDEX                PIC S9(04) COMP VALUE 0.              261011MA
009200 77 MAX-UF-ENTRIES          PIC S9(04) COMP VALUE 10.             261011MA
009300 01 USE-FILE-TABLE.                                               261011MA
009400    03 UF-ENTRY OCCURS 10.                                        261011MA
009500       05 UF-NAME            PIC X(26).                           261011MA
009600       05 UF-READ-SW         PIC X(01).                           261011MA
009700 01 WS-PROMPTED-SW          PIC X(01) VALUE "N".                  261011MA
009800    88 RUN-PROMPTED                   VALUE "Y".                  261011MA
009900 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261011MA
010000*                                                                 261011MA
010100*Every glossary entry, whichever copylib it describes.            261011MA
010200 77 GL-COUNT                PIC S9(05) COMP VALUE 0.              261011MA
010300 77 GL-INDEX                PIC S9(05) COMP VALUE 0.              261011MA
010400 77 MAX-GL-ENTRIES          PIC S9(05) COMP VALUE 5000.           261011MA
010500 01 GLS-TABLE.                                                    261011MA
010600    03 GL-ENTRY OCCURS 5000.                                      261011MA
010700       05 GL-COPYLIB         PIC X(26).                           261011MA
010800       05 GL-MEMBER          PIC X(08).                           261011MA
010900       05 GL-FIELD           PIC X(30).                           261011MA
011000 01 WS-GLS-SW               PIC X(01) VALUE "Y".                  261011MA
011100    88 NO-GLOSSARY                    VALUE "N".                  261011MA
011200 01 WS-GLS-HIT-SW           PIC X(01) VALUE "N".                  261011MA
011300    88 GLOSSARY-HIT                   VALUE "Y".                  261011MA
011400*                                                                 261011MA
011500 01 WS-USE-EOF-SW           PIC X(01) VALUE "N".                  261011MA
011600    88 USE-EOF                        VALUE "Y".                  261011MA
011700 01 WS-SORT-EOF-SW          PIC X(01) VALUE "N".                  261011MA
011800    88 SORT-EOF                       VALUE "Y".                  261011MA
011900 01 WS-UNUSED-SW            PIC X(01) VALUE "N".                  261011MA
012000    88 UNUSED-HEADED                  VALUE "Y".                  261011MA
012100*                                                                 261011MA
012200 01 WS-FILES-READ           PIC S9(04) COMP VALUE 0.              261011MA
012300 01 WS-FIELD-CT             PIC S9(07) COMP VALUE 0.              261011MA
012400 01 WS-COVERED-CT           PIC S9(07) COMP VALUE 0.              261011MA
012500 01 WS-MISSING-CT           PIC S9(07) COMP VALUE 0.              261011MA
012600 01 WS-RANK                 PIC S9(07) COMP VALUE 0.              261011MA
012700 01 WS-PCT                  PIC S9(03)V9 COMP VALUE 0.            261011MA
012800 01 ED-COUNT                PIC ZZZZZZ9.                          261011MA
012900 01 ED-PCT                  PIC ZZ9.9.                            261011MA
013000 01 DATE-BUFF               PIC X(27) VALUE SPACES.               261011MA
013100*                                                                 261011MA
013200*One ranked field line.                                           261011MA
013300 01 DETAIL-LINE.                                                  261011MA
013400    03 DET-RANK              PIC ZZZZZZ9.                         261011MA
013500    03 DET-PROGRAMS          PIC ZZZZZZZZ9.                       261011MA
013600    03 DET-REFS              PIC ZZZZZZZZ9.                       261011MA
013700    03 FILLER                PIC X(02) VALUE SPACES.              261011MA
013800    03 DET-MEMBER            PIC X(08).                           261011MA
013900    03 FILLER                PIC X(02) VALUE SPACES.              261011MA
014000    03 DET-FIELD             PIC X(30).                           261011MA
014100    03 FILLER                PIC X(02) VALUE SPACES.              261011MA
014200    03 DET-COPYLIB           PIC X(26).                           261011MA
014300    03 FILLER                PIC X(37) VALUE SPACES.              261011MA
014400 01 DETAIL-HEAD.                                                  261011MA
014500    03 FILLER                PIC X(25) VALUE                      261011MA
014600       "   RANK PROGRAMS    LINES".                               261011MA
014700    03 FILLER                PIC X(10) VALUE "  MEMBER".          261011MA
014800    03 FILLER                PIC X(32) VALUE "  FIELD".           261011MA
014900    03 FILLER                PIC X(28) VALUE "  COPYLIB".         261011MA
015000    03 FILLER                PIC X(37) VALUE SPACES.              261011MA
015100*                                                                 261011MA
015200*Operator identity and audit-log request passed to AUDLOG.        261011MA
015300 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261011MA
015400 01 WS-AUDIT-REQUEST.                                             261011MA
015500    03 AR-PROGRAM-NAME         PIC X(08) VALUE "GLOSCOV".         261011MA
015600    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261011MA
015700    03 AR-EVENT                PIC X(06) VALUE SPACES.            261011MA
015800    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261011MA
015900    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261011MA
016000    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261011MA
016100*                                                                 261011MA
016200*=================================================================261011MA
016300*Main logical flow                                                261011MA
016400*=================================================================261011MA
016500 PROCEDURE DIVISION.                                              261011MA
016600 BEGIN-0000.                                                      261011MA
016700     DISPLAY "GLOSCOV Version 1.00, Copyright J3K Solutions".     261011MA
016800     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261011MA
016900     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261011MA
017000     MOVE "START"              TO AR-EVENT.                       261011MA
017100     MOVE SPACES               TO AR-OUTCOME.                     261011MA
017200     MOVE "FLDGLOS"            TO AR-PARM-1.                      261011MA
017300     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261011MA
017400     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261011MA
017500     PERFORM B1000-LOAD-GLOSSARY THRU B1000-EXIT.                 261011MA
017600     SORT SRTFILE ON DESCENDING KEY SR-PROGRAMS SR-REFS           261011MA
017700                  ON ASCENDING KEY SR-COPYLIB SR-MEMBER SR-FIELD  261011MA
017800        INPUT PROCEDURE C1000-RELEASE-MISSING                     261011MA
017900        OUTPUT PROCEDURE D1000-WRITE-REPORT.                      261011MA
018000     IF WS-FILES-READ = 0                                         261011MA
018100        DISPLAY "GLOSCOV: no usage-count file could be read"      261011MA
018200        MOVE 16                TO WS-RUN-RC                       261011MA
018300     END-IF.                                                      261011MA
018400     MOVE WS-MISSING-CT        TO ED-COUNT.                       261011MA
018500     DISPLAY "GLOSCOV: " ED-COUNT " field(s) without a glossary " 261011MA
018600             "entry listed in GLOSCOV".                           261011MA
018700     MOVE "FINISH"             TO AR-EVENT.                       261011MA
018800     IF WS-RUN-RC > 1                                             261011MA
018900        MOVE "FAIL"            TO AR-OUTCOME                      261011MA
019000     ELSE                                                         261011MA
019100        MOVE "OK"              TO AR-OUTCOME                      261011MA
019200     END-IF.                                                      261011MA
019300     MOVE "FLDGLOS"            TO AR-PARM-1.                      261011MA
019400     MOVE ED-COUNT             TO AR-PARM-2.                      261011MA
019500     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261011MA
019600     DISPLAY "Normal termination of GLOSCOV run @ " TIME-OF-DAY.  261011MA
019700     IF WS-RUN-RC NOT = 0                                         261011MA
019800        MOVE WS-RUN-RC         TO RETURN-CODE                     261011MA
019900     END-IF.                                                      261011MA
020000     STOP RUN.                                                    261011MA
020100 BEGIN-0000-EXIT. EXIT.                                           261011MA
020200*                                                                 261011MA
020300*A0100-GET-PARMS accepts the usage-count files, as the RUN INFO   261011MA
020400*string or prompted, and splits the comma-separated list.         261011MA
020500 A0100-GET-PARMS.                                                 261011MA
020600     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261011MA
020700     IF WS-RUN-INFO = SPACES                                      261011MA
020800        DISPLAY "Usage-count files from FLDXREF, comma-"          261011MA
020900                "separated (blank for FLDUSE): " NO ADVANCING     261011MA
021000        ACCEPT WS-RUN-INFO FREE                                   261011MA
021100        MOVE "Y"               TO WS-PROMPTED-SW                  261011MA
021200     END-IF.                                                      261011MA
021300     MOVE 0                    TO UF-COUNT.                       261011MA
021400     MOVE 1                    TO WS-INFO-PTR.                    261011MA
021500 A0110-NEXT-NAME.                                                 261011MA
021600     IF WS-INFO-PTR > 254                                         261011MA
021700        GO TO A0190-DEFAULT.                                      261011MA
021800     MOVE SPACES               TO WS-USE-NAME.                    261011MA
021900     UNSTRING WS-RUN-INFO DELIMITED BY ","                        261011MA
022000        INTO WS-USE-NAME                                          261011MA
022100        WITH POINTER WS-INFO-PTR.                                 261011MA
022200     IF WS-USE-NAME = SPACES                                      261011MA
022300        GO TO A0110-NEXT-NAME.                                    261011MA
022400     IF UF-COUNT >= MAX-UF-ENTRIES                                261011MA
022500        DISPLAY "GLOSCOV: more than " MAX-UF-ENTRIES              261011MA
022600                " usage-count files -- " WS-USE-NAME " ignored"   261011MA
022700        GO TO A0110-NEXT-NAME.                                    261011MA
022800     ADD 1                     TO UF-COUNT.                       261011MA
022900     MOVE WS-USE-NAME          TO UF-NAME(UF-COUNT).              261011MA
023000     MOVE "N"                  TO UF-READ-SW(UF-COUNT).           261011MA
023100     GO TO A0110-NEXT-NAME.                                       261011MA
023200 A0190-DEFAULT.                                                   261011MA
023300     IF UF-COUNT = 0                                              261011MA
023400        MOVE 1                 TO UF-COUNT                        261011MA
023500        MOVE "FLDUSE"          TO UF-NAME(1)                      261011MA
023600        MOVE "N"               TO UF-READ-SW(1)                   261011MA
023700     END-IF.                                                      261011MA
023800 A0100-EXIT.  EXIT.                                               261011MA
023900*                                                                 261011MA
024000*A0150-SET-OPERATOR records who ran the report -- BATCH for a     261011MA
024100*stream run driven by the INFO string, or a prompted operator     261011MA
024200*ID for an interactive session.                                   261011MA
024300 A0150-SET-OPERATOR.                                              261011MA
024400     IF NOT RUN-PROMPTED                                          261011MA
024500        MOVE "BATCH"           TO WS-OPERATOR                     261011MA
024600     ELSE                                                         261011MA
024700        DISPLAY "Enter operator ID: " NO ADVANCING                261011MA
024800        ACCEPT WS-OPERATOR FREE                                   261011MA
024900     END-IF.                                                      261011MA
025000     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261011MA
025100 A0150-EXIT.  EXIT.                                               261011MA
025200*                                                                 261011MA
025300*=========================================================        261011MA
025400*Load the glossary.                                               261011MA
025500*=========================================================        261011MA
025600*B1000-LOAD-GLOSSARY keeps the key of every FLDGLOS entry.  With  261011MA
025700*no glossary at all every field is missing one, and the report    261011MA
025800*says so.                                                         261011MA
025900 B1000-LOAD-GLOSSARY.                                             261011MA
026000     MOVE 0                    TO GL-COUNT.                       261011MA
026100     OPEN INPUT GLSFILE.                                          261011MA
026200     IF CC <> 0                                                   261011MA
026300        DISPLAY "GLOSCOV: no field glossary (FLDGLOS) yet"        261011MA
026400        MOVE "N"               TO WS-GLS-SW                       261011MA
026500        GO TO B1000-EXIT                                          261011MA
026600     END-IF.                                                      261011MA
026700 B1010-READ.                                                      261011MA
026800     READ GLSFILE                                                 261011MA
026900        AT END                                                    261011MA
027000           GO TO B1090-DONE.                                      261011MA
027100     IF GL-COUNT >= MAX-GL-ENTRIES                                261011MA
027200        DISPLAY "GLOSCOV: glossary table full, remainder not "    261011MA
027300                "loaded"                                          261011MA
027400        GO TO B1090-DONE.                                         261011MA
027500     ADD 1                     TO GL-COUNT.                       261011MA
027600     MOVE GLS-COPYLIB          TO GL-COPYLIB(GL-COUNT).           261011MA
027700     MOVE GLS-MEMBER           TO GL-MEMBER(GL-COUNT).            261011MA
027800     MOVE GLS-FIELD            TO GL-FIELD(GL-COUNT).             261011MA
027900     GO TO B1010-READ.                                            261011MA
028000 B1090-DONE.                                                      261011MA
028100     CLOSE GLSFILE.                                               261011MA
028200     MOVE GL-COUNT             TO ED-COUNT.                       261011MA
028300     DISPLAY "GLOSCOV: " ED-COUNT " glossary entries loaded".     261011MA
028400 B1000-EXIT.  EXIT.                                               261011MA
028500*                                                                 261011MA
028600*=========================================================        261011MA
028700*Check every counted field against the glossary.                  261011MA
028800*=========================================================        261011MA
028900*C1000-RELEASE-MISSING is the SORT input procedure.  It reads     261011MA
029000*each usage-count file in turn and releases one sort record for   261011MA
029100*every field the glossary does not describe.                      261011MA
029200 C1000-RELEASE-MISSING.                                           261011MA
029300     PERFORM C1100-ONE-FILE THRU C1100-EXIT                       261011MA
029400        VARYING UF-INDEX FROM 1 BY 1                              261011MA
029500        UNTIL UF-INDEX > UF-COUNT.                                261011MA
029600*                                                                 261011MA
029700 C1100-ONE-FILE.                                                  261011MA
029800     MOVE SPACES               TO WS-USE-FILE.                    261011MA
029900     STRING UF-NAME(UF-INDEX) DELIMITED BY SPACES                 261011MA
030000            ",,,,100000" DELIMITED BY SIZE                        261011MA
030100       INTO WS-USE-FILE.                                          261011MA
030200     OPEN INPUT USEFILE.                                          261011MA
030300     IF CC <> 0                                                   261011MA
030400        DISPLAY "GLOSCOV: cannot read usage-count file "          261011MA
030500                UF-NAME(UF-INDEX)                                 261011MA
030600        MOVE 1                 TO WS-RUN-RC                       261011MA
030700        GO TO C1100-EXIT                                          261011MA
030800     END-IF.                                                      261011MA
030900     MOVE "Y"                  TO UF-READ-SW(UF-INDEX).           261011MA
031000     ADD 1                     TO WS-FILES-READ.                  261011MA
031100     MOVE "N"                  TO WS-USE-EOF-SW.                  261011MA
031200     PERFORM C1200-ONE-FIELD THRU C1200-EXIT                      261011MA
031300        UNTIL USE-EOF.                                            261011MA
031400     CLOSE USEFILE.                                               261011MA
031500 C1100-EXIT.  EXIT.                                               261011MA
031600*                                                                 261011MA
031700 C1200-ONE-FIELD.                                                 261011MA
031800     READ USEFILE                                                 261011MA
031900        AT END                                                    261011MA
032000           MOVE "Y"            TO WS-USE-EOF-SW                   261011MA
032100           GO TO C1200-EXIT.                                      261011MA
032200     ADD 1                     TO WS-FIELD-CT.                    261011MA
032300     PERFORM C1300-FIND-GLOSSARY THRU C1300-EXIT.                 261011MA
032400     IF GLOSSARY-HIT                                              261011MA
032500        ADD 1                  TO WS-COVERED-CT                   261011MA
032600        GO TO C1200-EXIT.                                         261011MA
032700     ADD 1                     TO WS-MISSING-CT.                  261011MA
032800     MOVE USE-PROGRAMS         TO SR-PROGRAMS.                    261011MA
032900     MOVE USE-REFS             TO SR-REFS.                        261011MA
033000     MOVE USE-COPYLIB          TO SR-COPYLIB.                     261011MA
033100     MOVE USE-MEMBER           TO SR-MEMBER.                      261011MA
033200     MOVE USE-FIELD            TO SR-FIELD.                       261011MA
033300     RELEASE SORT-RECORD.                                         261011MA
033400 C1200-EXIT.  EXIT.                                               261011MA
033500*                                                                 261011MA
033600 C1300-FIND-GLOSSARY.                                             261011MA
033700     MOVE "N"                  TO WS-GLS-HIT-SW.                  261011MA
033800     MOVE 1                    TO GL-INDEX.                       261011MA
033900 C1310-HUNT.                                                      261011MA
034000     IF GL-INDEX > GL-COUNT                                       261011MA
034100        GO TO C1300-EXIT.                                         261011MA
034200     IF GL-FIELD(GL-INDEX) = USE-FIELD                            261011MA
034300        AND GL-MEMBER(GL-INDEX) = USE-MEMBER                      261011MA
034400        AND GL-COPYLIB(GL-INDEX) = USE-COPYLIB                    261011MA
034500        MOVE "Y"               TO WS-GLS-HIT-SW                   261011MA
034600        GO TO C1300-EXIT.                                         261011MA
034700     ADD 1                     TO GL-INDEX.                       261011MA
034800     GO TO C1310-HUNT.                                            261011MA
034900 C1300-EXIT.  EXIT.                                               261011MA
035000*                                                                 261011MA
035100*=========================================================        261011MA
035200*The report.                                                      261011MA
035300*=========================================================        261011MA
035400*D1000-WRITE-REPORT is the SORT output procedure: the heading     261011MA
035500*and coverage figures, then the ranked fields.                    261011MA
035600 D1000-WRITE-REPORT.                                              261011MA
035700     OPEN OUTPUT RPTFILE.                                         261011MA
035800     PERFORM D1100-REPORT-HEAD THRU D1100-EXIT.                   261011MA
035900     MOVE 0                    TO WS-RANK.                        261011MA
036000     MOVE "N"                  TO WS-SORT-EOF-SW WS-UNUSED-SW.    261011MA
036100     RETURN SRTFILE                                               261011MA
036200        AT END                                                    261011MA
036300           MOVE "Y"            TO WS-SORT-EOF-SW.                 261011MA
036400     IF SORT-EOF                                                  261011MA
036500        MOVE SPACES            TO RPT-RECORD                      261011MA
036600        WRITE RPT-RECORD                                          261011MA
036700        MOVE "EVERY FIELD COUNTED HAS A GLOSSARY ENTRY."          261011MA
036800                               TO RPT-RECORD                      261011MA
036900        WRITE RPT-RECORD                                          261011MA
037000     END-IF.                                                      261011MA
037100     PERFORM D1200-ONE-FIELD THRU D1200-EXIT                      261011MA
037200        UNTIL SORT-EOF.                                           261011MA
037300     CLOSE RPTFILE.                                               261011MA
037400*                                                                 261011MA
037500*D1100-REPORT-HEAD states what was read and how much of it the    261011MA
037600*glossary already covers.                                         261011MA
037700 D1100-REPORT-HEAD.                                               261011MA
037800     MOVE SPACES               TO RPT-RECORD.                     261011MA
037900     STRING "FIELD GLOSSARY COVERAGE REPORT AS OF "               261011MA
038000                               DELIMITED BY SIZE                  261011MA
038100            DATE-BUFF DELIMITED BY SIZE                           261011MA
038200       INTO RPT-RECORD.                                           261011MA
038300     WRITE RPT-RECORD.                                            261011MA
038400     MOVE SPACES               TO RPT-RECORD.                     261011MA
038500     WRITE RPT-RECORD.                                            261011MA
038600     MOVE 1                    TO UF-INDEX.                       261011MA
038700 D1110-FILES.                                                     261011MA
038800     IF UF-INDEX > UF-COUNT                                       261011MA
038900        GO TO D1120-FIGURES.                                      261011MA
039000     MOVE SPACES               TO RPT-RECORD.                     261011MA
039100     IF UF-READ-SW(UF-INDEX) = "Y"                                261011MA
039200        STRING "READ:     " DELIMITED BY SIZE                     261011MA
039300               UF-NAME(UF-INDEX) DELIMITED BY SPACES              261011MA
039400          INTO RPT-RECORD                                         261011MA
039500     ELSE                                                         261011MA
039600        STRING "NOTE:     " DELIMITED BY SIZE                     261011MA
039700               UF-NAME(UF-INDEX) DELIMITED BY SPACES              261011MA
039800               " COULD NOT BE READ -- ITS FIELDS ARE NOT COUNTED" 261011MA
039900                               DELIMITED BY SIZE                  261011MA
040000          INTO RPT-RECORD                                         261011MA
040100     END-IF.                                                      261011MA
040200     WRITE RPT-RECORD.                                            261011MA
040300     ADD 1                     TO UF-INDEX.                       261011MA
040400     GO TO D1110-FILES.                                           261011MA
040500 D1120-FIGURES.                                                   261011MA
040600     IF NO-GLOSSARY                                               261011MA
040700        MOVE "NOTE:     NO FLDGLOS GLOSSARY HAS BEEN KEPT YET"    261011MA
040800                               TO RPT-RECORD                      261011MA
040900        WRITE RPT-RECORD                                          261011MA
041000     END-IF.                                                      261011MA
041100     MOVE SPACES               TO RPT-RECORD.                     261011MA
041200     WRITE RPT-RECORD.                                            261011MA
041300     MOVE SPACES               TO RPT-RECORD.                     261011MA
041400     MOVE WS-FIELD-CT          TO ED-COUNT.                       261011MA
041500     STRING "FIELDS:   " DELIMITED BY SIZE                        261011MA
041600            ED-COUNT DELIMITED BY SIZE                            261011MA
041700            " DECLARED" DELIMITED BY SIZE                         261011MA
041800       INTO RPT-RECORD.                                           261011MA
041900     WRITE RPT-RECORD.                                            261011MA
042000     MOVE 0                    TO WS-PCT.                         261011MA
042100     IF WS-FIELD-CT > 0                                           261011MA
042200        COMPUTE WS-PCT ROUNDED =                                  261011MA
042300                WS-COVERED-CT * 100 / WS-FIELD-CT                 261011MA
042400     END-IF.                                                      261011MA
042500     MOVE WS-PCT               TO ED-PCT.                         261011MA
042600     MOVE SPACES               TO RPT-RECORD.                     261011MA
042700     MOVE WS-COVERED-CT        TO ED-COUNT.                       261011MA
042800     STRING "GLOSSED:  " DELIMITED BY SIZE                        261011MA
042900            ED-COUNT DELIMITED BY SIZE                            261011MA
043000            " WITH AN ENTRY (" DELIMITED BY SIZE                  261011MA
043100            ED-PCT DELIMITED BY SIZE                              261011MA
043200            "%)" DELIMITED BY SIZE                                261011MA
043300       INTO RPT-RECORD.                                           261011MA
043400     WRITE RPT-RECORD.                                            261011MA
043500     MOVE SPACES               TO RPT-RECORD.                     261011MA
043600     MOVE WS-MISSING-CT        TO ED-COUNT.                       261011MA
043700     STRING "MISSING:  " DELIMITED BY SIZE                        261011MA
043800            ED-COUNT DELIMITED BY SIZE                            261011MA
043900            " WITHOUT ONE, LISTED BELOW BY PROGRAMS USING THEM"   261011MA
044000                               DELIMITED BY SIZE                  261011MA
044100       INTO RPT-RECORD.                                           261011MA
044200     WRITE RPT-RECORD.                                            261011MA
044300     MOVE SPACES               TO RPT-RECORD.                     261011MA
044400     WRITE RPT-RECORD.                                            261011MA
044500     MOVE DETAIL-HEAD          TO RPT-RECORD.                     261011MA
044600     WRITE RPT-RECORD.                                            261011MA
044700 D1100-EXIT.  EXIT.                                               261011MA
044800*                                                                 261011MA
044900*D1200-ONE-FIELD writes one ranked field.  The first field no     261011MA
045000*program names opens its own section.                             261011MA
045100 D1200-ONE-FIELD.                                                 261011MA
045200     IF SR-PROGRAMS = 0 AND NOT UNUSED-HEADED                     261011MA
045300        MOVE "Y"               TO WS-UNUSED-SW                    261011MA
045400        MOVE SPACES            TO RPT-RECORD                      261011MA
045500        WRITE RPT-RECORD                                          261011MA
045600        MOVE "NOT NAMED BY ANY PROGRAM SCANNED:"                  261011MA
045700                               TO RPT-RECORD                      261011MA
045800        WRITE RPT-RECORD                                          261011MA
045900     END-IF.                                                      261011MA
046000     ADD 1                     TO WS-RANK.                        261011MA
046100     MOVE WS-RANK              TO DET-RANK.                       261011MA
046200     MOVE SR-PROGRAMS          TO DET-PROGRAMS.                   261011MA
046300     MOVE SR-REFS              TO DET-REFS.                       261011MA
046400     MOVE SR-MEMBER            TO DET-MEMBER.                     261011MA
046500     MOVE SR-FIELD             TO DET-FIELD.                      261011MA
046600     MOVE SR-COPYLIB           TO DET-COPYLIB.                    261011MA
046700     MOVE DETAIL-LINE          TO RPT-RECORD.                     261011MA
046800     WRITE RPT-RECORD.                                            261011MA
046900     RETURN SRTFILE                                               261011MA
047000        AT END                                                    261011MA
047100           MOVE "Y"            TO WS-SORT-EOF-SW.                 261011MA
047200 D1200-EXIT.  EXIT.                                               261011MA
047300*                                                                 261011MA
047400*B9500-LOG-AUDIT-EVENT appends one record to the shared           261011MA
047500*CLAUDIT file through AUDLOG.                                     261011MA
047600 B9500-LOG-AUDIT-EVENT.                                           261011MA
047700     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261011MA
047800     IF RETURN-CODE NOT = 0                                       261011MA
047900        DISPLAY "GLOSCOV: audit log entry not recorded"           261011MA
048000     END-IF.                                                      261011MA
048100 B9500-EXIT.  EXIT.                                               261011MA
048200 END PROGRAM GLOSCOV.                                             261011MA
