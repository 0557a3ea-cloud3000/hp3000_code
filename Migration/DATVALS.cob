000100******************************************************************260925MA
000200* DATVAL -- VALIDATE A DATA FILE AGAINST ITS COPYBOOK LAYOUT      260925MA
000300******************************************************************260925MA
000400 IDENTIFICATION DIVISION.                                         260925MA
000500 PROGRAM-ID.     DATVAL.                                          260925MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    260925MA
000700 DATE-COMPILED.                                                   260925MA
000800*                   COPYRIGHT 2007                                260925MA
000900*          J3K Solutions All rights reserved.                     260925MA
001000*                                                                 260925MA
001100* BEFORE A FILE GOES TO THE MIGRATION TEAM OR IS WIPED BY         260925MA
001200* CLEANDSK THERE WAS NO WAY TO TELL WHETHER ITS RECORDS REALLY    260925MA
001300* FOLLOW THE MEMBER THEY ARE MEANT TO.  THIS PROGRAM READS THE    260925MA
001400* MEMBER OUT OF ITS COPYLIB, HAS CPYMAP MAP IT, AND CHECKS EVERY  260925MA
001500* RECORD OF THE DATA FILE AGAINST THE MAP:                        260925MA
001600*   - RECORD LENGTH AGAINST THE MAP'S RECORD LENGTH (A ONE-BYTE   260925MA
001700*     PAD TO A WORD BOUNDARY IS ACCEPTED);                        260925MA
001800*   - PIC 9 DISPLAY FIELDS HOLDING ANYTHING BUT DIGITS (A SIGNED  260925MA
001900*     FIELD MAY CARRY ITS SIGN OVERPUNCHED IN THE LAST BYTE);     260925MA
002000*   - PACKED FIELDS WITH A DIGIT NIBBLE OVER 9, OR A SIGN NIBBLE  260925MA
002100*     OTHER THAN C, D OR F;                                       260925MA
002200*   - OPTIONALLY, FIELDS WITH CONDITION NAMES (88) HOLDING A      260925MA
002300*     VALUE NONE OF THEIR CONDITIONS LISTS.                       260925MA
002400* EVERY OCCURRENCE OF A TABLE IS CHECKED; FIELDS IN A REDEFINED   260925MA
002500* VIEW ARE NOT, SINCE ONLY ONE VIEW CAN HOLD AT A TIME.  THE      260925MA
002600* REPORT (DATVRPT) GIVES COUNTS PER FIELD, THEN THE FAILURES IN   260925MA
002700* THE FIRST N FAILING RECORDS WITH THE BAD BYTES IN HEX -- THE    260925MA
002800* SORT OF TRANSFER DAMAGE CLEANDSK WAS FIRST WRITTEN TO REPAIR.   260925MA
002900* ENDS NONZERO WHEN ANY RECORD FAILS, SO A STEP CAN GATE ON IT.   260925MA
003000*-----------------------------------------------------------------260925MA
003100* MODIFICATION HISTORY                                            260925MA
003200* 260925MA  INITIAL VERSION.                                      260925MA
003300*-----------------------------------------------------------------260925MA
003400*                                                                 260925MA
003500 ENVIRONMENT DIVISION.                                            260925MA
003600 CONFIGURATION SECTION.                                           260925MA
003700 SOURCE-COMPUTER. HP-3000.                                        260925MA
003800 OBJECT-COMPUTER. HP-3000.                                        260925MA
003900 SPECIAL-NAMES.                                                   260925MA
004000 CONDITION-CODE IS CC.                                            260925MA
004100*                                                                 260925MA
004200 INPUT-OUTPUT SECTION.                                            260925MA
004300 FILE-CONTROL.                                                    260925MA
004400     SELECT DATAFILE ASSIGN TO DUMMY USING WS-DATA-FILE.          260925MA
004500     SELECT INFILE   ASSIGN TO DUMMY USING WS-COPYLIB.            260925MA
004600     SELECT RPTFILE  ASSIGN TO "DATVRPT,,,,2000".                 260925MA
004700*                                                                 260925MA
004800 DATA DIVISION.                                                   260925MA
004900 FILE SECTION.                                                    260925MA
005000*The file under test, read at whatever length each record has.    260925MA
005100 FD  DATAFILE                                                     260925MA
005200     RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS          260925MA
005300        DEPENDING ON WS-REC-LEN.                                  260925MA
005400 01  DATA-RECORD              PIC X(4096).                        260925MA
005500*                                                                 260925MA
005600 FD  INFILE                                                       260925MA
005700     RECORD CONTAINS 86 CHARACTERS.                               260925MA
005800 01  INFILE-RECORD.                                               260925MA
005900     03  IR-COBOL-CODE        PIC X(72).                          260925MA
006000     03  IR-COPY-NAME         PIC X(08).                          260925MA
006100     03                       PIC X(06).                          260925MA
006200*                                                                 260925MA
006300 FD  RPTFILE                                                      260925MA
006400     RECORD CONTAINS 132 CHARACTERS.                              260925MA
006500 01  RPT-RECORD               PIC X(132).                         260925MA
006600*                                                                 260925MA
006700 WORKING-STORAGE SECTION.                                         260925MA
006800*                                                                 260925MA
006900 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              260925MA
007000 01 WS-DATA-FILE            PIC X(34)  VALUE SPACES.              260925MA
007100 01 WS-COPYLIB              PIC X(26)  VALUE SPACES.              260925MA
007200 01 WS-MEMBER-NAME          PIC X(08)  VALUE SPACES.              260925MA
007300 01 WS-LIST-MAX-X           PIC X(04)  VALUE SPACES.              260925MA
007400 01 WS-LIST-MAX             PIC S9(04) COMP VALUE 20.             260925MA
007500 01 WS-COND-CHECK           PIC X(01)  VALUE "N".                 260925MA
007600    88 CHECK-CONDITIONS                VALUE "Y".                 260925MA
007700 01 WS-REC-LEN              PIC S9(04) COMP VALUE 0.              260925MA
007800*                                                                 260925MA
007900*The member's source lines and CPYMAP's field map, laid out as    260925MA
008000*CPYMAP's LINKAGE SECTION defines them.                           260925MA
008100 77 MAX-LINE-ENTRIES        PIC S9(04) COMP VALUE 1500.           260925MA
008200 01 WS-MAP-REQUEST.                                               260925MA
008300    03 CM-LINE-COUNT        PIC S9(04) COMP.                      260925MA
008400    03 CM-LINE-TABLE.                                             260925MA
008500       05 CM-LINE           PIC X(66) OCCURS 1500.                260925MA
008600 01 WS-MAP-ANSWER.                                                260925MA
008700    03 CM-FIELD-COUNT       PIC S9(04) COMP.                      260925MA
008800    03 CM-RECORD-LEN        PIC S9(09) COMP.                      260925MA
008900    03 CM-FIELD-ENTRY OCCURS 500.                                 260925MA
009000       05 CM-NAME           PIC X(30).                            260925MA
009100       05 CM-LEVEL          PIC 9(02).                            260925MA
009200       05 CM-OFFSET         PIC S9(09) COMP.                      260925MA
009300       05 CM-LENGTH         PIC S9(09) COMP.                      260925MA
009400       05 CM-OCCURS         PIC 9(04).                            260925MA
009500       05 CM-CLASS          PIC X(01).                            260925MA
009600       05 CM-USAGE          PIC X(08).                            260925MA
009700       05 CM-DIGITS         PIC 9(02).                            260925MA
009800       05 CM-SCALE          PIC 9(02).                            260925MA
009900       05 CM-SIGNED-SW      PIC X(01).                            260925MA
010000       05 CM-REDEF-SW       PIC X(01).                            260925MA
010100    03 CM-COND-COUNT        PIC S9(04) COMP.                      260925MA
010200    03 CM-COND-ENTRY OCCURS 300.                                  260925MA
010300       05 CM-COND-FIELD     PIC S9(04) COMP.                      260925MA
010400       05 CM-COND-NAME      PIC X(30).                            260925MA
010500       05 CM-COND-KIND      PIC X(01).                            260925MA
010600       05 CM-COND-LOW       PIC X(30).                            260925MA
010700       05 CM-COND-THRU-SW   PIC X(01).                            260925MA
010800       05 CM-COND-HIGH      PIC X(30).                            260925MA
010900 77 FX                      PIC S9(04) COMP VALUE 0.              260925MA
011000 77 AX                      PIC S9(04) COMP VALUE 0.              260925MA
011100 77 PX                      PIC S9(04) COMP VALUE 0.              260925MA
011200 77 CX                      PIC S9(04) COMP VALUE 0.              260925MA
011300*                                                                 260925MA
011400*Per field: where its conditions sit in CM-COND-ENTRY, whether    260925MA
011500*it is checked at all, and its failure counts.                    260925MA
011600 01 FIELD-STAT-TABLE.                                             260925MA
011700    03 FS-ENTRY OCCURS 500.                                       260925MA
011800       05 FS-COND-FIRST     PIC S9(04) COMP.                      260925MA
011900       05 FS-COND-COUNT     PIC S9(04) COMP.                      260925MA
012000       05 FS-CHECKED-SW     PIC X(01).                            260925MA
012100       05 FS-NOT-NUMERIC    PIC S9(09) COMP.                      260925MA
012200       05 FS-BAD-SIGN       PIC S9(09) COMP.                      260925MA
012300       05 FS-NOT-IN-COND    PIC S9(09) COMP.                      260925MA
012400*                                                                 260925MA
012500*One entry per occurrence checked: the field, where this          260925MA
012600*occurrence starts in the record, its occurrence number (zero     260925MA
012700*for a field that does not repeat), and which checks apply.       260925MA
012800 77 CL-COUNT                PIC S9(04) COMP VALUE 0.              260925MA
012900 77 CL-INDEX                PIC S9(04) COMP VALUE 0.              260925MA
013000 77 CL-FIRST                PIC S9(04) COMP VALUE 0.              260925MA
013100 77 CL-LAST                 PIC S9(04) COMP VALUE 0.              260925MA
013200 77 CL-COPY                 PIC S9(04) COMP VALUE 0.              260925MA
013300 77 MAX-CL-ENTRIES          PIC S9(04) COMP VALUE 2000.           260925MA
013400 01 CHECK-TABLE.                                                  260925MA
013500    03 CL-ENTRY OCCURS 2000.                                      260925MA
013600       05 CL-FIELD-IX       PIC S9(04) COMP.                      260925MA
013700       05 CL-OFFSET         PIC S9(09) COMP.                      260925MA
013800       05 CL-OCC-NO         PIC S9(04) COMP.                      260925MA
013900       05 CL-NUMERIC-SW     PIC X(01).                            260925MA
014000       05 CL-COND-SW        PIC X(01).                            260925MA
014100 01 WS-WANT-NUMERIC         PIC X(01)  VALUE "N".                 260925MA
014200 01 WS-WANT-COND            PIC X(01)  VALUE "N".                 260925MA
014300 01 WS-TIMES                PIC S9(04) COMP VALUE 0.              260925MA
014400 01 WS-STRIDE               PIC S9(09) COMP VALUE 0.              260925MA
014500 01 WS-REPEAT               PIC S9(04) COMP VALUE 0.              260925MA
014600*                                                                 260925MA
014700*Failures kept for the detail section -- every failure of the     260925MA
014800*first WS-LIST-MAX failing records, up to the table's size.       260925MA
014900 77 FL-COUNT                PIC S9(04) COMP VALUE 0.              260925MA
015000 77 FL-INDEX                PIC S9(04) COMP VALUE 0.              260925MA
015100 77 MAX-FL-ENTRIES          PIC S9(04) COMP VALUE 500.            260925MA
015200 01 FAIL-LIST-TABLE.                                              260925MA
015300    03 FL-ENTRY OCCURS 500.                                       260925MA
015400       05 FL-REC-NO         PIC S9(09) COMP.                      260925MA
015500       05 FL-FIELD-IX       PIC S9(04) COMP.                      260925MA
015600       05 FL-OCC-NO         PIC S9(04) COMP.                      260925MA
015700       05 FL-PROBLEM        PIC X(12).                            260925MA
015800       05 FL-OFFSET         PIC S9(09) COMP.                      260925MA
015900       05 FL-BYTE-CT        PIC S9(04) COMP.                      260925MA
016000       05 FL-BYTES          PIC X(16).                            260925MA
016100*                                                                 260925MA
016200*Field decoding work areas.                                       260925MA
016300 01 WS-POS                  PIC S9(09) COMP VALUE 0.              260925MA
016400 01 WS-LEN                  PIC S9(09) COMP VALUE 0.              260925MA
016500 01 WS-END                  PIC S9(09) COMP VALUE 0.              260925MA
016600 01 WS-BYTE-IX              PIC S9(09) COMP VALUE 0.              260925MA
016700 01 WS-PROBLEM              PIC X(12)  VALUE SPACES.              260925MA
016800 01 WS-NEGATIVE-SW          PIC X(01)  VALUE "N".                 260925MA
016900 01 WS-NUM-VALUE            PIC S9(18) COMP VALUE 0.              260925MA
017000 01 WS-DIGIT                PIC S9(04) COMP VALUE 0.              260925MA
017100 01 WS-DIGIT-X              PIC X(01)  VALUE SPACES.              260925MA
017200 01 WS-DIGIT-9 REDEFINES WS-DIGIT-X                               260925MA
017300                            PIC 9(01).                            260925MA
017400*Trailing overpunch: the last byte of a signed display number     260925MA
017500*carries its sign in the digit -- { A-I positive, } J-R           260925MA
017600*negative.                                                        260925MA
017700 01 WS-POS-PUNCH            PIC X(10)  VALUE "{ABCDEFGHI".        260925MA
017800 01 WS-NEG-PUNCH            PIC X(10)  VALUE "}JKLMNOPQR".        260925MA
017900 01 WS-PUNCH-IX             PIC S9(04) COMP VALUE 0.              260925MA
018000*A byte's value, 0-255, read through a halfword whose high        260925MA
018100*byte is held at zero.                                            260925MA
018200 01 WS-BYTE-WORK.                                                 260925MA
018300    03 WS-BYTE-HIGH         PIC X(01)  VALUE LOW-VALUE.           260925MA
018400    03 WS-BYTE-LOW          PIC X(01)  VALUE LOW-VALUE.           260925MA
018500 01 WS-BYTE-VAL REDEFINES WS-BYTE-WORK                            260925MA
018600                            PIC S9(04) COMP.                      260925MA
018700 01 WS-NIB-HIGH             PIC S9(04) COMP VALUE 0.              260925MA
018800 01 WS-NIB-LOW              PIC S9(04) COMP VALUE 0.              260925MA
018900 01 WS-BIN-2-X              PIC X(02)  VALUE LOW-VALUES.          260925MA
019000 01 WS-BIN-2 REDEFINES WS-BIN-2-X                                 260925MA
019100                            PIC S9(04) COMP.                      260925MA
019200 01 WS-BIN-4-X              PIC X(04)  VALUE LOW-VALUES.          260925MA
019300 01 WS-BIN-4 REDEFINES WS-BIN-4-X                                 260925MA
019400                            PIC S9(09) COMP.                      260925MA
019500 01 WS-BIN-8-X              PIC X(08)  VALUE LOW-VALUES.          260925MA
019600 01 WS-BIN-8 REDEFINES WS-BIN-8-X                                 260925MA
019700                            PIC S9(18) COMP.                      260925MA
019800*                                                                 260925MA
019900*Condition testing work areas.                                    260925MA
020000 01 WS-COND-IX              PIC S9(04) COMP VALUE 0.              260925MA
020100 01 WS-COND-LAST            PIC S9(04) COMP VALUE 0.              260925MA
020200 01 WS-MATCH-SW             PIC X(01)  VALUE "N".                 260925MA
020300    88 VALUE-LISTED                    VALUE "Y".                 260925MA
020400 01 WS-NUMERIC-MODE-SW      PIC X(01)  VALUE "N".                 260925MA
020500 01 WS-CMP-LEN              PIC S9(04) COMP VALUE 0.              260925MA
020600 01 WS-CMP-FIELD            PIC X(256) VALUE SPACES.              260925MA
020700 01 WS-CMP-LOW              PIC X(256) VALUE SPACES.              260925MA
020800 01 WS-CMP-HIGH             PIC X(256) VALUE SPACES.              260925MA
020900 01 WS-LOW-VALUE            PIC S9(18) COMP VALUE 0.              260925MA
021000 01 WS-HIGH-VALUE           PIC S9(18) COMP VALUE 0.              260925MA
021100*A numeric literal scaled to the field's decimal places.          260925MA
021200 01 WS-LITERAL              PIC X(30)  VALUE SPACES.              260925MA
021300 01 WS-LIT-KIND             PIC X(01)  VALUE SPACE.               260925MA
021400 01 WS-LIT-FILL             PIC X(256) VALUE SPACES.              260925MA
021500 01 WS-LIT-VALUE            PIC S9(18) COMP VALUE 0.              260925MA
021600 01 WS-LIT-OK-SW            PIC X(01)  VALUE "Y".                 260925MA
021700 01 WS-LIT-IX               PIC S9(04) COMP VALUE 0.              260925MA
021800 01 WS-LIT-NEG-SW           PIC X(01)  VALUE "N".                 260925MA
021900 01 WS-LIT-POINT-SW         PIC X(01)  VALUE "N".                 260925MA
022000 01 WS-LIT-FRAC             PIC S9(04) COMP VALUE 0.              260925MA
022100*                                                                 260925MA
022200*Hex display of the bad bytes.                                    260925MA
022300 01 WS-HEX-DIGITS           PIC X(16)  VALUE "0123456789ABCDEF".  260925MA
022400 01 WS-HEX-TEXT             PIC X(32)  VALUE SPACES.              260925MA
022500 01 WS-CHAR-TEXT            PIC X(16)  VALUE SPACES.              260925MA
022600 01 WS-HEX-IX               PIC S9(04) COMP VALUE 0.              260925MA
022700 01 WS-CH                   PIC X(01)  VALUE SPACE.               260925MA
022800*                                                                 260925MA
022900 01 WS-FIELD-TEXT           PIC X(40)  VALUE SPACES.              260925MA
023000 01 WS-FIELD-PTR            PIC S9(04) COMP VALUE 1.              260925MA
023100 01 ED-OCC-NO               PIC ZZZ9.                             260925MA
023200 01 WS-LEAD-CT              PIC S9(04) COMP VALUE 0.              260925MA
023300 01 ED-REC-NO               PIC Z(8)9.                            260925MA
023400 01 ED-COUNT                PIC Z(8)9.                            260925MA
023500 01 ED-COUNT-2              PIC Z(8)9.                            260925MA
023600 01 ED-COUNT-3              PIC Z(8)9.                            260925MA
023700 01 ED-OFFSET               PIC ZZZZ9.                            260925MA
023800 01 ED-LENGTH               PIC ZZZZ9.                            260925MA
023900*                                                                 260925MA
024000 77 WS-REC-CT               PIC S9(09) COMP VALUE 0.              260925MA
024100 77 WS-FAIL-REC-CT          PIC S9(09) COMP VALUE 0.              260925MA
024200 77 WS-LEN-BAD-CT           PIC S9(09) COMP VALUE 0.              260925MA
024300 77 WS-FAIL-CT              PIC S9(09) COMP VALUE 0.              260925MA
024400 01 WS-REC-FAIL-SW          PIC X(01)  VALUE "N".                 260925MA
024500 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              260925MA
024600*Operator identity and audit-log request passed to AUDLOG,        260925MA
024700*and the run completion code, kept apart from RETURN-CODE         260925MA
024800*(which every AUDLOG call resets) and applied at STOP RUN.        260925MA
024900 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              260925MA
025000 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              260925MA
025100 01 WS-AUDIT-REQUEST.                                             260925MA
025200    03 AR-PROGRAM-NAME         PIC X(08) VALUE "DATVAL".          260925MA
025300    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            260925MA
025400    03 AR-EVENT                PIC X(06) VALUE SPACES.            260925MA
025500    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            260925MA
025600    03 AR-PARM-1               PIC X(26) VALUE SPACES.            260925MA
025700    03 AR-PARM-2               PIC X(10) VALUE SPACES.            260925MA
025800*                                                                 260925MA
025900*=================================================================260925MA
026000*Main logical flow                                                260925MA
026100*=================================================================260925MA
026200 PROCEDURE DIVISION.                                              260925MA
026300 BEGIN-0000.                                                      260925MA
026400     DISPLAY "DATVAL Version 1.00, Copyright J3K Solutions".      260925MA
026500     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     260925MA
026600     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  260925MA
026700     MOVE "START"              TO AR-EVENT.                       260925MA
026800     MOVE SPACES               TO AR-OUTCOME.                     260925MA
026900     MOVE WS-DATA-FILE         TO AR-PARM-1.                      260925MA
027000     MOVE WS-MEMBER-NAME       TO AR-PARM-2.                      260925MA
027100     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260925MA
027200     PERFORM B2000-MAP-MEMBER THRU B2000-EXIT.                    260925MA
027300     PERFORM B3000-BUILD-CHECKS THRU B3000-EXIT.                  260925MA
027400     OPEN INPUT DATAFILE.                                         260925MA
027500     IF CC <> 0                                                   260925MA
027600        DISPLAY "DATVAL: cannot open data file " WS-DATA-FILE     260925MA
027700        MOVE 16               TO RETURN-CODE                      260925MA
027800        STOP RUN                                                  260925MA
027900     END-IF.                                                      260925MA
028000 BEGIN-0010.                                                      260925MA
028100     READ DATAFILE                                                260925MA
028200        AT END                                                    260925MA
028300           GO TO BEGIN-0020.                                      260925MA
028400     ADD 1                     TO WS-REC-CT.                      260925MA
028500     PERFORM C1000-ONE-RECORD THRU C1000-EXIT.                    260925MA
028600     GO TO BEGIN-0010.                                            260925MA
028700 BEGIN-0020.                                                      260925MA
028800     CLOSE DATAFILE.                                              260925MA
028900     PERFORM D1000-WRITE-REPORT THRU D1000-EXIT.                  260925MA
029000     MOVE WS-REC-CT            TO ED-COUNT.                       260925MA
029100     MOVE WS-FAIL-REC-CT       TO ED-COUNT-2.                     260925MA
029200     DISPLAY "DATVAL: " ED-COUNT " record(s) read, " ED-COUNT-2   260925MA
029300             " failed".                                           260925MA
029400     MOVE "FINISH"             TO AR-EVENT.                       260925MA
029500     IF WS-FAIL-REC-CT > 0                                        260925MA
029600        MOVE 1                 TO WS-RUN-RC.                      260925MA
029700     IF WS-RUN-RC NOT = 0                                         260925MA
029800        MOVE "FAIL"            TO AR-OUTCOME                      260925MA
029900     ELSE                                                         260925MA
030000        MOVE "OK"              TO AR-OUTCOME                      260925MA
030100     END-IF.                                                      260925MA
030200     MOVE WS-DATA-FILE         TO AR-PARM-1.                      260925MA
030300     MOVE WS-FAIL-REC-CT       TO ED-COUNT.                       260925MA
030400     MOVE ED-COUNT             TO AR-PARM-2.                      260925MA
030500     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260925MA
030600     DISPLAY "Normal termination of DATVAL run @ " TIME-OF-DAY.   260925MA
030700     IF WS-RUN-RC NOT = 0                                         260925MA
030800        MOVE WS-RUN-RC         TO RETURN-CODE                     260925MA
030900     END-IF.                                                      260925MA
031000     STOP RUN.                                                    260925MA
031100 BEGIN-0000-EXIT. EXIT.                                           260925MA
031200*                                                                 260925MA
031300*A0100-GET-PARMS accepts, as one comma-separated RUN INFO         260925MA
031400*string or prompted, the data file, the copylib and member it     260925MA
031500*should follow, how many failing records to list in detail        260925MA
031600*(default 20) and Y to test condition names as well --            260925MA
031700*FILE,COPYLIB,MEMBER,N,Y.                                         260925MA
031800 A0100-GET-PARMS.                                                 260925MA
031900     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        260925MA
032000     IF WS-RUN-INFO NOT = SPACES                                  260925MA
032100        UNSTRING WS-RUN-INFO DELIMITED BY ","                     260925MA
032200           INTO WS-DATA-FILE, WS-COPYLIB, WS-MEMBER-NAME,         260925MA
032300                WS-LIST-MAX-X, WS-COND-CHECK                      260925MA
032400     ELSE                                                         260925MA
032500        DISPLAY "Enter data file to validate: " NO ADVANCING      260925MA
032600        ACCEPT WS-DATA-FILE FREE                                  260925MA
032700        DISPLAY "Enter copylib: " NO ADVANCING                    260925MA
032800        ACCEPT WS-COPYLIB FREE                                    260925MA
032900        DISPLAY "Enter member the records follow: " NO ADVANCING  260925MA
033000        ACCEPT WS-MEMBER-NAME FREE                                260925MA
033100        DISPLAY "Enter failing records to list (blank for 20): "  260925MA
033200                NO ADVANCING                                      260925MA
033300        ACCEPT WS-LIST-MAX-X FREE                                 260925MA
033400        DISPLAY "Check 88-level values too (Y/N)? " NO ADVANCING  260925MA
033500        ACCEPT WS-COND-CHECK FREE                                 260925MA
033600     END-IF.                                                      260925MA
033700     IF WS-DATA-FILE = SPACES OR WS-COPYLIB = SPACES              260925MA
033800        OR WS-MEMBER-NAME = SPACES                                260925MA
033900        DISPLAY "DATVAL: data file, copylib and member are "      260925MA
034000                "required"                                        260925MA
034100        MOVE 16               TO RETURN-CODE                      260925MA
034200        STOP RUN                                                  260925MA
034300     END-IF.                                                      260925MA
034400     IF WS-LIST-MAX-X NOT = SPACES                                260925MA
034500        PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT.               260925MA
034600     IF WS-COND-CHECK = "y"                                       260925MA
034700        MOVE "Y"               TO WS-COND-CHECK.                  260925MA
034800 A0100-EXIT.  EXIT.                                               260925MA
034900*                                                                 260925MA
035000*A0150-SET-OPERATOR records who ran this check -- BATCH for a     260925MA
035100*stream run driven by the INFO string, or a prompted operator     260925MA
035200*ID for an interactive session.                                   260925MA
035300 A0150-SET-OPERATOR.                                              260925MA
035400     IF WS-RUN-INFO NOT = SPACES                                  260925MA
035500        MOVE "BATCH"           TO WS-OPERATOR                     260925MA
035600     ELSE                                                         260925MA
035700        DISPLAY "Enter operator ID: " NO ADVANCING                260925MA
035800        ACCEPT WS-OPERATOR FREE                                   260925MA
035900     END-IF.                                                      260925MA
036000     MOVE WS-OPERATOR          TO AR-OPERATOR.                    260925MA
036100 A0150-EXIT.  EXIT.                                               260925MA
036200*                                                                 260925MA
036300*B2000-MAP-MEMBER reads the member's lines out of the copylib     260925MA
036400*-- sequence columns excluded, the CPYDIFF column test -- and     260925MA
036500*has CPYMAP map them.                                             260925MA
036600 B2000-MAP-MEMBER.                                                260925MA
036700     MOVE 0                   TO CM-LINE-COUNT.                   260925MA
036800     OPEN INPUT INFILE.                                           260925MA
036900     IF CC <> 0                                                   260925MA
037000        DISPLAY "DATVAL: cannot open copylib " WS-COPYLIB         260925MA
037100        MOVE 16               TO RETURN-CODE                      260925MA
037200        STOP RUN                                                  260925MA
037300     END-IF.                                                      260925MA
037400 B2010-READ.                                                      260925MA
037500     READ INFILE                                                  260925MA
037600        AT END                                                    260925MA
037700           GO TO B2090-DONE.                                      260925MA
037800     IF IR-COPY-NAME NOT = WS-MEMBER-NAME                         260925MA
037900        IF CM-LINE-COUNT > 0                                      260925MA
038000           GO TO B2090-DONE                                       260925MA
038100        END-IF                                                    260925MA
038200        GO TO B2010-READ                                          260925MA
038300     END-IF.                                                      260925MA
038400     IF CM-LINE-COUNT >= MAX-LINE-ENTRIES                         260925MA
038500        DISPLAY "DATVAL: member " WS-MEMBER-NAME                  260925MA
038600                " too large to map"                               260925MA
038700        MOVE 16               TO RETURN-CODE                      260925MA
038800        STOP RUN                                                  260925MA
038900     END-IF.                                                      260925MA
039000     ADD 1                    TO CM-LINE-COUNT.                   260925MA
039100     IF INFILE-RECORD(1:6) IS NUMERIC                             260925MA
039200        OR INFILE-RECORD(1:6) = SPACES                            260925MA
039300        MOVE INFILE-RECORD(7:66) TO CM-LINE(CM-LINE-COUNT)        260925MA
039400     ELSE                                                         260925MA
039500        MOVE INFILE-RECORD(1:66) TO CM-LINE(CM-LINE-COUNT)        260925MA
039600     END-IF.                                                      260925MA
039700     GO TO B2010-READ.                                            260925MA
039800 B2090-DONE.                                                      260925MA
039900     CLOSE INFILE.                                                260925MA
040000     IF CM-LINE-COUNT = 0                                         260925MA
040100        DISPLAY "DATVAL: no member " WS-MEMBER-NAME               260925MA
040200                " in " WS-COPYLIB                                 260925MA
040300        MOVE 16               TO RETURN-CODE                      260925MA
040400        STOP RUN                                                  260925MA
040500     END-IF.                                                      260925MA
040600     CALL "CPYMAP" USING WS-MAP-REQUEST, WS-MAP-ANSWER.           260925MA
040700     IF CM-FIELD-COUNT = 0                                        260925MA
040800        DISPLAY "DATVAL: member " WS-MEMBER-NAME                  260925MA
040900                " maps no fields"                                 260925MA
041000        MOVE 16               TO RETURN-CODE                      260925MA
041100        STOP RUN                                                  260925MA
041200     END-IF.                                                      260925MA
041300 B2000-EXIT.  EXIT.                                               260925MA
041400*                                                                 260925MA
041500*B3000-BUILD-CHECKS notes where each field's conditions start,    260925MA
041600*then lists every occurrence to check: numeric display and        260925MA
041700*packed fields for their contents, and -- when asked -- any       260925MA
041800*field with condition names for its value.                        260925MA
041900 B3000-BUILD-CHECKS.                                              260925MA
042000     MOVE 1                   TO FX.                              260925MA
042100 B3005-CLEAR.                                                     260925MA
042200     IF FX > CM-FIELD-COUNT                                       260925MA
042300        GO TO B3008-CONDS.                                        260925MA
042400     MOVE 0                   TO FS-COND-FIRST(FX)                260925MA
042500                                 FS-COND-COUNT(FX)                260925MA
042600                                 FS-NOT-NUMERIC(FX)               260925MA
042700                                 FS-BAD-SIGN(FX)                  260925MA
042800                                 FS-NOT-IN-COND(FX).              260925MA
042900     MOVE "N"                 TO FS-CHECKED-SW(FX).               260925MA
043000     ADD 1                    TO FX.                              260925MA
043100     GO TO B3005-CLEAR.                                           260925MA
043200 B3008-CONDS.                                                     260925MA
043300     MOVE 1                   TO CX.                              260925MA
043400 B3009-COND.                                                      260925MA
043500     IF CX > CM-COND-COUNT                                        260925MA
043600        GO TO B3010-START.                                        260925MA
043700     MOVE CM-COND-FIELD(CX)   TO FX.                              260925MA
043800     IF FS-COND-COUNT(FX) = 0                                     260925MA
043900        MOVE CX               TO FS-COND-FIRST(FX).               260925MA
044000     ADD 1                    TO FS-COND-COUNT(FX).               260925MA
044100     ADD 1                    TO CX.                              260925MA
044200     GO TO B3009-COND.                                            260925MA
044300 B3010-START.                                                     260925MA
044400     MOVE 0                   TO CL-COUNT.                        260925MA
044500     MOVE 1                   TO FX.                              260925MA
044600 B3020-NEXT-FIELD.                                                260925MA
044700     IF FX > CM-FIELD-COUNT                                       260925MA
044800        GO TO B3090-CHECK.                                        260925MA
044900     IF CM-REDEF-SW(FX) = "Y"                                     260925MA
045000        GO TO B3080-BUMP.                                         260925MA
045100     MOVE "N"                 TO WS-WANT-NUMERIC WS-WANT-COND.    260925MA
045200     IF CM-CLASS(FX) = "N" OR CM-CLASS(FX) = "P"                  260925MA
045300        MOVE "Y"              TO WS-WANT-NUMERIC.                 260925MA
045400     IF CHECK-CONDITIONS AND FS-COND-COUNT(FX) > 0                260925MA
045500        MOVE "Y"              TO WS-WANT-COND.                    260925MA
045600     IF WS-WANT-NUMERIC = "N" AND WS-WANT-COND = "N"              260925MA
045700        GO TO B3080-BUMP.                                         260925MA
045800     MOVE "Y"                 TO FS-CHECKED-SW(FX).               260925MA
045900     PERFORM B3100-ONE-FIELD THRU B3100-EXIT.                     260925MA
046000 B3080-BUMP.                                                      260925MA
046100     ADD 1                    TO FX.                              260925MA
046200     GO TO B3020-NEXT-FIELD.                                      260925MA
046300 B3090-CHECK.                                                     260925MA
046400     IF CL-COUNT = 0                                              260925MA
046500        DISPLAY "DATVAL: member " WS-MEMBER-NAME                  260925MA
046600                " has no numeric or condition fields to check; "  260925MA
046700                "record lengths only"                             260925MA
046800     END-IF.                                                      260925MA
046900 B3000-EXIT.  EXIT.                                               260925MA
047000*                                                                 260925MA
047100*B3100-ONE-FIELD enters a field's first occurrence, then          260925MA
047200*repeats the run of entries for the field's own OCCURS and for    260925MA
047300*each enclosing group's OCCURS, innermost first -- the IMGUNLD    260925MA
047400*column rule.                                                     260925MA
047500 B3100-ONE-FIELD.                                                 260925MA
047600     IF CL-COUNT >= MAX-CL-ENTRIES                                260925MA
047700        DISPLAY "DATVAL: more than " MAX-CL-ENTRIES               260925MA
047800                " field occurrences to check in " WS-MEMBER-NAME  260925MA
047900        MOVE 16               TO RETURN-CODE                      260925MA
048000        STOP RUN                                                  260925MA
048100     END-IF.                                                      260925MA
048200     ADD 1                    TO CL-COUNT.                        260925MA
048300     MOVE CL-COUNT            TO CL-FIRST.                        260925MA
048400     MOVE FX                  TO CL-FIELD-IX(CL-COUNT).           260925MA
048500     MOVE CM-OFFSET(FX)       TO CL-OFFSET(CL-COUNT).             260925MA
048600     MOVE 0                   TO CL-OCC-NO(CL-COUNT).             260925MA
048700     MOVE WS-WANT-NUMERIC     TO CL-NUMERIC-SW(CL-COUNT).         260925MA
048800     MOVE WS-WANT-COND        TO CL-COND-SW(CL-COUNT).            260925MA
048900     MOVE FX                  TO AX.                              260925MA
049000 B3110-REPEATS.                                                   260925MA
049100     IF CM-OCCURS(AX) > 1                                         260925MA
049200        MOVE CM-OCCURS(AX)    TO WS-TIMES                         260925MA
049300        MOVE CM-LENGTH(AX)    TO WS-STRIDE                        260925MA
049400        PERFORM B3200-REPLICATE THRU B3200-EXIT                   260925MA
049500     END-IF.                                                      260925MA
049600     IF CM-LEVEL(AX) = 1 OR CM-LEVEL(AX) = 77                     260925MA
049700        GO TO B3120-NUMBER.                                       260925MA
049800     COMPUTE PX = AX - 1.                                         260925MA
049900 B3115-PARENT.                                                    260925MA
050000     IF PX < 1                                                    260925MA
050100        GO TO B3120-NUMBER.                                       260925MA
050200     IF CM-LEVEL(PX) >= CM-LEVEL(AX)                              260925MA
050300        SUBTRACT 1 FROM PX                                        260925MA
050400        GO TO B3115-PARENT.                                       260925MA
050500     MOVE PX                  TO AX.                              260925MA
050600     GO TO B3110-REPEATS.                                         260925MA
050700 B3120-NUMBER.                                                    260925MA
050800     IF CL-COUNT > CL-FIRST                                       260925MA
050900        MOVE 0                TO WS-REPEAT                        260925MA
051000        MOVE CL-FIRST         TO CL-INDEX                         260925MA
051100        PERFORM B3400-NUMBER-OCC THRU B3400-EXIT                  260925MA
051200     END-IF.                                                      260925MA
051300 B3100-EXIT.  EXIT.                                               260925MA
051400*                                                                 260925MA
051500*B3200-REPLICATE copies the field's entries built so far          260925MA
051600*WS-TIMES - 1 more times, each copy WS-STRIDE bytes on.           260925MA
051700 B3200-REPLICATE.                                                 260925MA
051800     MOVE CL-COUNT            TO CL-LAST.                         260925MA
051900     MOVE 1                   TO WS-REPEAT.                       260925MA
052000 B3210-COPY.                                                      260925MA
052100     IF WS-REPEAT >= WS-TIMES                                     260925MA
052200        GO TO B3200-EXIT.                                         260925MA
052300     MOVE CL-FIRST            TO CL-COPY.                         260925MA
052400 B3220-ONE.                                                       260925MA
052500     IF CL-COPY > CL-LAST                                         260925MA
052600        ADD 1                 TO WS-REPEAT                        260925MA
052700        GO TO B3210-COPY.                                         260925MA
052800     IF CL-COUNT >= MAX-CL-ENTRIES                                260925MA
052900        DISPLAY "DATVAL: more than " MAX-CL-ENTRIES               260925MA
053000                " field occurrences to check in " WS-MEMBER-NAME  260925MA
053100        MOVE 16               TO RETURN-CODE                      260925MA
053200        STOP RUN                                                  260925MA
053300     END-IF.                                                      260925MA
053400     ADD 1                    TO CL-COUNT.                        260925MA
053500     MOVE CL-ENTRY(CL-COPY)   TO CL-ENTRY(CL-COUNT).              260925MA
053600     COMPUTE CL-OFFSET(CL-COUNT) =                                260925MA
053700         CL-OFFSET(CL-COPY) + (WS-REPEAT * WS-STRIDE).            260925MA
053800     ADD 1                    TO CL-COPY.                         260925MA
053900     GO TO B3220-ONE.                                             260925MA
054000 B3200-EXIT.  EXIT.                                               260925MA
054100*                                                                 260925MA
054200*B3400-NUMBER-OCC numbers a repeated field's entries 1, 2, ...    260925MA
054300*in the order they were built.                                    260925MA
054400 B3400-NUMBER-OCC.                                                260925MA
054500     IF CL-INDEX > CL-COUNT                                       260925MA
054600        GO TO B3400-EXIT.                                         260925MA
054700     ADD 1                    TO WS-REPEAT.                       260925MA
054800     MOVE WS-REPEAT           TO CL-OCC-NO(CL-INDEX).             260925MA
054900     ADD 1                    TO CL-INDEX.                        260925MA
055000     GO TO B3400-NUMBER-OCC.                                      260925MA
055100 B3400-EXIT.  EXIT.                                               260925MA
055200*                                                                 260925MA
055300*C1000-ONE-RECORD checks the record's length, then every field    260925MA
055400*occurrence that lies wholly inside it.  A short record's         260925MA
055500*missing fields are covered by its length failure.                260925MA
055600 C1000-ONE-RECORD.                                                260925MA
055700     MOVE "N"                 TO WS-REC-FAIL-SW.                  260925MA
055800     IF WS-REC-LEN = CM-RECORD-LEN                                260925MA
055900        GO TO C1005-FIELDS.                                       260925MA
056000     DIVIDE CM-RECORD-LEN BY 2 GIVING WS-END                      260925MA
056100                               REMAINDER WS-BYTE-IX.              260925MA
056200     IF WS-BYTE-IX = 1 AND WS-REC-LEN = CM-RECORD-LEN + 1         260925MA
056300        GO TO C1005-FIELDS.                                       260925MA
056400     ADD 1                    TO WS-LEN-BAD-CT.                   260925MA
056500     MOVE "LENGTH"            TO WS-PROBLEM.                      260925MA
056600     MOVE 0                   TO FX.                              260925MA
056700     MOVE 0                   TO WS-POS WS-LEN.                   260925MA
056800     PERFORM C5000-NOTE-FAILURE THRU C5000-EXIT.                  260925MA
056900 C1005-FIELDS.                                                    260925MA
057000     MOVE 1                   TO CL-INDEX.                        260925MA
057100 C1010-NEXT.                                                      260925MA
057200     IF CL-INDEX > CL-COUNT                                       260925MA
057300        GO TO C1000-EXIT.                                         260925MA
057400     MOVE CL-FIELD-IX(CL-INDEX) TO FX.                            260925MA
057500     MOVE CL-OFFSET(CL-INDEX)   TO WS-POS.                        260925MA
057600     MOVE CM-LENGTH(FX)         TO WS-LEN.                        260925MA
057700     IF WS-POS + WS-LEN - 1 > WS-REC-LEN                          260925MA
057800        GO TO C1080-BUMP.                                         260925MA
057900     MOVE SPACES              TO WS-PROBLEM.                      260925MA
058000     MOVE 0                   TO WS-NUM-VALUE.                    260925MA
058100     IF CM-CLASS(FX) = "N"                                        260925MA
058200        PERFORM C2000-DISPLAY-NUMBER THRU C2000-EXIT.             260925MA
058300     IF CM-CLASS(FX) = "P"                                        260925MA
058400        PERFORM C2100-PACKED-NUMBER THRU C2100-EXIT.              260925MA
058500     IF CM-CLASS(FX) = "B"                                        260925MA
058600        PERFORM C2200-BINARY-NUMBER THRU C2200-EXIT.              260925MA
058700     IF WS-PROBLEM NOT = SPACES                                   260925MA
058800        IF CL-NUMERIC-SW(CL-INDEX) = "Y"                          260925MA
058900           IF WS-PROBLEM = "BAD SIGN"                             260925MA
059000              ADD 1           TO FS-BAD-SIGN(FX)                  260925MA
059100           ELSE                                                   260925MA
059200              ADD 1           TO FS-NOT-NUMERIC(FX)               260925MA
059300           END-IF                                                 260925MA
059400           PERFORM C5000-NOTE-FAILURE THRU C5000-EXIT             260925MA
059500        END-IF                                                    260925MA
059600        GO TO C1080-BUMP                                          260925MA
059700     END-IF.                                                      260925MA
059800     IF CL-COND-SW(CL-INDEX) = "Y"                                260925MA
059900        PERFORM C3000-CONDITIONS THRU C3000-EXIT                  260925MA
060000        IF NOT VALUE-LISTED                                       260925MA
060100           MOVE "NOT IN 88"   TO WS-PROBLEM                       260925MA
060200           ADD 1              TO FS-NOT-IN-COND(FX)               260925MA
060300           PERFORM C5000-NOTE-FAILURE THRU C5000-EXIT             260925MA
060400        END-IF                                                    260925MA
060500     END-IF.                                                      260925MA
060600 C1080-BUMP.                                                      260925MA
060700     ADD 1                    TO CL-INDEX.                        260925MA
060800     GO TO C1010-NEXT.                                            260925MA
060900 C1000-EXIT.  EXIT.                                               260925MA
061000*                                                                 260925MA
061100*C2000-DISPLAY-NUMBER tests a display number one byte at a        260925MA
061200*time, building its value.  Only the last byte of a signed        260925MA
061300*field may be an overpunch.                                       260925MA
061400 C2000-DISPLAY-NUMBER.                                            260925MA
061500     MOVE "N"                 TO WS-NEGATIVE-SW.                  260925MA
061600     COMPUTE WS-END = WS-POS + WS-LEN - 1.                        260925MA
061700     MOVE WS-POS              TO WS-BYTE-IX.                      260925MA
061800 C2010-BYTE.                                                      260925MA
061900     IF WS-BYTE-IX > WS-END                                       260925MA
062000        GO TO C2090-SIGN.                                         260925MA
062100     MOVE DATA-RECORD(WS-BYTE-IX:1) TO WS-DIGIT-X.                260925MA
062200     IF WS-DIGIT-X IS NUMERIC                                     260925MA
062300        MOVE WS-DIGIT-9       TO WS-DIGIT                         260925MA
062400        GO TO C2080-ADD.                                          260925MA
062500     IF WS-BYTE-IX < WS-END OR CM-SIGNED-SW(FX) NOT = "Y"         260925MA
062600        MOVE "NOT NUMERIC"    TO WS-PROBLEM                       260925MA
062700        GO TO C2000-EXIT.                                         260925MA
062800     MOVE 1                   TO WS-PUNCH-IX.                     260925MA
062900 C2020-PUNCH.                                                     260925MA
063000     IF WS-PUNCH-IX > 10                                          260925MA
063100        MOVE "NOT NUMERIC"    TO WS-PROBLEM                       260925MA
063200        GO TO C2000-EXIT.                                         260925MA
063300     IF WS-DIGIT-X = WS-POS-PUNCH(WS-PUNCH-IX:1)                  260925MA
063400        COMPUTE WS-DIGIT = WS-PUNCH-IX - 1                        260925MA
063500        GO TO C2080-ADD.                                          260925MA
063600     IF WS-DIGIT-X = WS-NEG-PUNCH(WS-PUNCH-IX:1)                  260925MA
063700        COMPUTE WS-DIGIT = WS-PUNCH-IX - 1                        260925MA
063800        MOVE "Y"              TO WS-NEGATIVE-SW                   260925MA
063900        GO TO C2080-ADD.                                          260925MA
064000     ADD 1                    TO WS-PUNCH-IX.                     260925MA
064100     GO TO C2020-PUNCH.                                           260925MA
064200 C2080-ADD.                                                       260925MA
064300     COMPUTE WS-NUM-VALUE = (WS-NUM-VALUE * 10) + WS-DIGIT.       260925MA
064400     ADD 1                    TO WS-BYTE-IX.                      260925MA
064500     GO TO C2010-BYTE.                                            260925MA
064600 C2090-SIGN.                                                      260925MA
064700     IF WS-NEGATIVE-SW = "Y"                                      260925MA
064800        COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE.                  260925MA
064900 C2000-EXIT.  EXIT.                                               260925MA
065000*                                                                 260925MA
065100*C2100-PACKED-NUMBER tests a packed field two digits to the       260925MA
065200*byte.  A digit nibble over 9 is NOT NUMERIC; a last low          260925MA
065300*nibble other than C or F (plus) or D (minus) is BAD SIGN.        260925MA
065400 C2100-PACKED-NUMBER.                                             260925MA
065500     COMPUTE WS-END = WS-POS + WS-LEN - 1.                        260925MA
065600     MOVE WS-POS              TO WS-BYTE-IX.                      260925MA
065700 C2110-BYTE.                                                      260925MA
065800     MOVE LOW-VALUE           TO WS-BYTE-HIGH.                    260925MA
065900     MOVE DATA-RECORD(WS-BYTE-IX:1) TO WS-BYTE-LOW.               260925MA
066000     DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HIGH                  260925MA
066100                              REMAINDER WS-NIB-LOW.               260925MA
066200     IF WS-NIB-HIGH > 9                                           260925MA
066300        MOVE "NOT NUMERIC"    TO WS-PROBLEM                       260925MA
066400        GO TO C2100-EXIT.                                         260925MA
066500     COMPUTE WS-NUM-VALUE = (WS-NUM-VALUE * 10) + WS-NIB-HIGH.    260925MA
066600     IF WS-BYTE-IX = WS-END                                       260925MA
066700        GO TO C2190-SIGN.                                         260925MA
066800     IF WS-NIB-LOW > 9                                            260925MA
066900        MOVE "NOT NUMERIC"    TO WS-PROBLEM                       260925MA
067000        GO TO C2100-EXIT.                                         260925MA
067100     COMPUTE WS-NUM-VALUE = (WS-NUM-VALUE * 10) + WS-NIB-LOW.     260925MA
067200     ADD 1                    TO WS-BYTE-IX.                      260925MA
067300     GO TO C2110-BYTE.                                            260925MA
067400 C2190-SIGN.                                                      260925MA
067500     IF WS-NIB-LOW = 13                                           260925MA
067600        COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE                   260925MA
067700        GO TO C2100-EXIT.                                         260925MA
067800     IF WS-NIB-LOW NOT = 12 AND WS-NIB-LOW NOT = 15               260925MA
067900        MOVE "BAD SIGN"       TO WS-PROBLEM.                      260925MA
068000 C2100-EXIT.  EXIT.                                               260925MA
068100*                                                                 260925MA
068200*C2200-BINARY-NUMBER takes a halfword, word or doubleword         260925MA
068300*through a work item of the same width -- any bit pattern is      260925MA
068400*a number, so only the value is wanted, for the conditions.       260925MA
068500 C2200-BINARY-NUMBER.                                             260925MA
068600     IF WS-LEN = 2                                                260925MA
068700        MOVE DATA-RECORD(WS-POS:2) TO WS-BIN-2-X                  260925MA
068800        MOVE WS-BIN-2         TO WS-NUM-VALUE                     260925MA
068900        GO TO C2200-EXIT.                                         260925MA
069000     IF WS-LEN = 4                                                260925MA
069100        MOVE DATA-RECORD(WS-POS:4) TO WS-BIN-4-X                  260925MA
069200        MOVE WS-BIN-4         TO WS-NUM-VALUE                     260925MA
069300        GO TO C2200-EXIT.                                         260925MA
069400     IF WS-LEN = 8                                                260925MA
069500        MOVE DATA-RECORD(WS-POS:8) TO WS-BIN-8-X                  260925MA
069600        MOVE WS-BIN-8         TO WS-NUM-VALUE.                    260925MA
069700 C2200-EXIT.  EXIT.                                               260925MA
069800*                                                                 260925MA
069900*C3000-CONDITIONS looks for any of the field's condition          260925MA
070000*values that its contents satisfy.  A number with a numeric       260925MA
070100*value (or ZERO) is compared by value at the field's decimal      260925MA
070200*places; everything else byte for byte, the value padded with     260925MA
070300*blanks -- or filled, for SPACES, ZEROS, LOW- and HIGH-VALUES     260925MA
070400*-- to the field's length.                                        260925MA
070500 C3000-CONDITIONS.                                                260925MA
070600     MOVE "N"                 TO WS-MATCH-SW.                     260925MA
070700     MOVE WS-LEN              TO WS-CMP-LEN.                      260925MA
070800     IF WS-CMP-LEN > 256                                          260925MA
070900        MOVE 256              TO WS-CMP-LEN.                      260925MA
071000     MOVE SPACES              TO WS-CMP-FIELD.                    260925MA
071100     MOVE DATA-RECORD(WS-POS:WS-CMP-LEN) TO WS-CMP-FIELD.         260925MA
071200     MOVE FS-COND-FIRST(FX)   TO WS-COND-IX.                      260925MA
071300     COMPUTE WS-COND-LAST = WS-COND-IX + FS-COND-COUNT(FX) - 1.   260925MA
071400 C3010-NEXT.                                                      260925MA
071500     IF WS-COND-IX > WS-COND-LAST                                 260925MA
071600        GO TO C3000-EXIT.                                         260925MA
071700     MOVE "N"                 TO WS-NUMERIC-MODE-SW.              260925MA
071800     IF CM-CLASS(FX) = "N" OR CM-CLASS(FX) = "P"                  260925MA
071900        OR CM-CLASS(FX) = "B"                                     260925MA
072000        IF CM-COND-KIND(WS-COND-IX) = "N"                         260925MA
072100           OR (CM-COND-KIND(WS-COND-IX) = "F"                     260925MA
072200               AND CM-COND-LOW(WS-COND-IX) = "ZEROS")             260925MA
072300           MOVE "Y"           TO WS-NUMERIC-MODE-SW               260925MA
072400        END-IF                                                    260925MA
072500     END-IF.                                                      260925MA
072600     IF WS-NUMERIC-MODE-SW = "Y"                                  260925MA
072700        PERFORM C3100-BY-VALUE THRU C3100-EXIT                    260925MA
072800     ELSE                                                         260925MA
072900        PERFORM C3200-BY-BYTES THRU C3200-EXIT                    260925MA
073000     END-IF.                                                      260925MA
073100     IF VALUE-LISTED                                              260925MA
073200        GO TO C3000-EXIT.                                         260925MA
073300     ADD 1                    TO WS-COND-IX.                      260925MA
073400     GO TO C3010-NEXT.                                            260925MA
073500 C3000-EXIT.  EXIT.                                               260925MA
073600*                                                                 260925MA
073700 C3100-BY-VALUE.                                                  260925MA
073800     MOVE CM-COND-KIND(WS-COND-IX) TO WS-LIT-KIND.                260925MA
073900     MOVE CM-COND-LOW(WS-COND-IX)  TO WS-LITERAL.                 260925MA
074000     PERFORM E6000-LITERAL-VALUE THRU E6000-EXIT.                 260925MA
074100     IF WS-LIT-OK-SW NOT = "Y"                                    260925MA
074200        GO TO C3100-EXIT.                                         260925MA
074300     MOVE WS-LIT-VALUE        TO WS-LOW-VALUE.                    260925MA
074400     IF CM-COND-THRU-SW(WS-COND-IX) NOT = "Y"                     260925MA
074500        IF WS-NUM-VALUE = WS-LOW-VALUE                            260925MA
074600           MOVE "Y"           TO WS-MATCH-SW                      260925MA
074700        END-IF                                                    260925MA
074800        GO TO C3100-EXIT                                          260925MA
074900     END-IF.                                                      260925MA
075000     MOVE CM-COND-HIGH(WS-COND-IX) TO WS-LITERAL.                 260925MA
075100     PERFORM E6000-LITERAL-VALUE THRU E6000-EXIT.                 260925MA
075200     IF WS-LIT-OK-SW NOT = "Y"                                    260925MA
075300        GO TO C3100-EXIT.                                         260925MA
075400     MOVE WS-LIT-VALUE        TO WS-HIGH-VALUE.                   260925MA
075500     IF WS-NUM-VALUE >= WS-LOW-VALUE                              260925MA
075600        AND WS-NUM-VALUE <= WS-HIGH-VALUE                         260925MA
075700        MOVE "Y"              TO WS-MATCH-SW.                     260925MA
075800 C3100-EXIT.  EXIT.                                               260925MA
075900*                                                                 260925MA
076000 C3200-BY-BYTES.                                                  260925MA
076100     MOVE CM-COND-KIND(WS-COND-IX) TO WS-LIT-KIND.                260925MA
076200     MOVE CM-COND-LOW(WS-COND-IX)  TO WS-LITERAL.                 260925MA
076300     PERFORM E6100-LITERAL-BYTES THRU E6100-EXIT.                 260925MA
076400     MOVE WS-LIT-FILL         TO WS-CMP-LOW.                      260925MA
076500     IF CM-COND-THRU-SW(WS-COND-IX) NOT = "Y"                     260925MA
076600        IF WS-CMP-FIELD(1:WS-CMP-LEN) = WS-CMP-LOW(1:WS-CMP-LEN)  260925MA
076700           MOVE "Y"           TO WS-MATCH-SW                      260925MA
076800        END-IF                                                    260925MA
076900        GO TO C3200-EXIT                                          260925MA
077000     END-IF.                                                      260925MA
077100     MOVE CM-COND-HIGH(WS-COND-IX) TO WS-LITERAL.                 260925MA
077200     PERFORM E6100-LITERAL-BYTES THRU E6100-EXIT.                 260925MA
077300     MOVE WS-LIT-FILL         TO WS-CMP-HIGH.                     260925MA
077400     IF WS-CMP-FIELD(1:WS-CMP-LEN) >= WS-CMP-LOW(1:WS-CMP-LEN)    260925MA
077500        AND WS-CMP-FIELD(1:WS-CMP-LEN) <=                         260925MA
077600            WS-CMP-HIGH(1:WS-CMP-LEN)                             260925MA
077700        MOVE "Y"              TO WS-MATCH-SW.                     260925MA
077800 C3200-EXIT.  EXIT.                                               260925MA
077900*                                                                 260925MA
078000*C5000-NOTE-FAILURE counts a failure and, while the record is     260925MA
078100*among the first WS-LIST-MAX failing ones, keeps it and up to     260925MA
078200*sixteen of its bytes for the detail section.                     260925MA
078300 C5000-NOTE-FAILURE.                                              260925MA
078400     ADD 1                    TO WS-FAIL-CT.                      260925MA
078500     IF WS-REC-FAIL-SW = "N"                                      260925MA
078600        MOVE "Y"              TO WS-REC-FAIL-SW                   260925MA
078700        ADD 1                 TO WS-FAIL-REC-CT                   260925MA
078800     END-IF.                                                      260925MA
078900     IF WS-FAIL-REC-CT > WS-LIST-MAX                              260925MA
079000        OR FL-COUNT >= MAX-FL-ENTRIES                             260925MA
079100        GO TO C5000-EXIT.                                         260925MA
079200     ADD 1                    TO FL-COUNT.                        260925MA
079300     MOVE WS-REC-CT           TO FL-REC-NO(FL-COUNT).             260925MA
079400     MOVE FX                  TO FL-FIELD-IX(FL-COUNT).           260925MA
079500     MOVE WS-PROBLEM          TO FL-PROBLEM(FL-COUNT).            260925MA
079600     MOVE SPACES              TO FL-BYTES(FL-COUNT).              260925MA
079700     IF FX = 0                                                    260925MA
079800        MOVE 0                TO FL-OCC-NO(FL-COUNT)              260925MA
079900                                 FL-BYTE-CT(FL-COUNT)             260925MA
080000        MOVE WS-REC-LEN       TO FL-OFFSET(FL-COUNT)              260925MA
080100        GO TO C5000-EXIT                                          260925MA
080200     END-IF.                                                      260925MA
080300     MOVE CL-OCC-NO(CL-INDEX) TO FL-OCC-NO(FL-COUNT).             260925MA
080400     MOVE WS-POS              TO FL-OFFSET(FL-COUNT).             260925MA
080500     MOVE WS-LEN              TO FL-BYTE-CT(FL-COUNT).            260925MA
080600     IF WS-LEN > 16                                               260925MA
080700        MOVE 16               TO FL-BYTE-CT(FL-COUNT).            260925MA
080800     MOVE DATA-RECORD(WS-POS:FL-BYTE-CT(FL-COUNT))                260925MA
080900                              TO FL-BYTES(FL-COUNT).              260925MA
081000 C5000-EXIT.  EXIT.                                               260925MA
081100*                                                                 260925MA
081200*D1000-WRITE-REPORT writes the header, the counts for every       260925MA
081300*field checked, the kept failures and the totals.                 260925MA
081400 D1000-WRITE-REPORT.                                              260925MA
081500     OPEN OUTPUT RPTFILE.                                         260925MA
081600     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   260925MA
081700     MOVE SPACES               TO RPT-RECORD.                     260925MA
081800     STRING "DATA FILE VALIDATION OF " DELIMITED BY SIZE          260925MA
081900            WS-DATA-FILE DELIMITED BY SPACES                      260925MA
082000            " AS OF " DELIMITED BY SIZE                           260925MA
082100            DATE-BUFF DELIMITED BY SIZE                           260925MA
082200       INTO RPT-RECORD.                                           260925MA
082300     WRITE RPT-RECORD.                                            260925MA
082400     MOVE CM-RECORD-LEN        TO ED-LENGTH.                      260925MA
082500     MOVE SPACES               TO RPT-RECORD.                     260925MA
082600     STRING "AGAINST MEMBER " DELIMITED BY SIZE                   260925MA
082700            WS-MEMBER-NAME DELIMITED BY SPACES                    260925MA
082800            " OF " DELIMITED BY SIZE                              260925MA
082900            WS-COPYLIB DELIMITED BY SPACES                        260925MA
083000            ", RECORD LENGTH " ED-LENGTH DELIMITED BY SIZE        260925MA
083100       INTO RPT-RECORD.                                           260925MA
083200     WRITE RPT-RECORD.                                            260925MA
083300     MOVE SPACES               TO RPT-RECORD.                     260925MA
083400     IF CHECK-CONDITIONS                                          260925MA
083500        MOVE "CONDITION-NAME (88) VALUES CHECKED" TO RPT-RECORD   260925MA
083600     ELSE                                                         260925MA
083700        MOVE "CONDITION-NAME (88) VALUES NOT CHECKED"             260925MA
083800                               TO RPT-RECORD                      260925MA
083900     END-IF.                                                      260925MA
084000     WRITE RPT-RECORD.                                            260925MA
084100     MOVE SPACES               TO RPT-RECORD.                     260925MA
084200     WRITE RPT-RECORD.                                            260925MA
084300     MOVE "FAILURES BY FIELD" TO RPT-RECORD.                      260925MA
084400     WRITE RPT-RECORD.                                            260925MA
084500     MOVE SPACES               TO RPT-RECORD.                     260925MA
084600     STRING "   FIELD                           START LENGTH "    260925MA
084700               DELIMITED BY SIZE                                  260925MA
084800            "CLASS  NOT NUMERIC   BAD SIGN  NOT IN 88"            260925MA
084900               DELIMITED BY SIZE                                  260925MA
085000       INTO RPT-RECORD.                                           260925MA
085100     WRITE RPT-RECORD.                                            260925MA
085200     MOVE 1                   TO FX.                              260925MA
085300 D1010-FIELD.                                                     260925MA
085400     IF FX > CM-FIELD-COUNT                                       260925MA
085500        GO TO D1020-DETAIL.                                       260925MA
085600     IF FS-CHECKED-SW(FX) NOT = "Y"                               260925MA
085700        GO TO D1015-BUMP.                                         260925MA
085800     MOVE CM-OFFSET(FX)       TO ED-OFFSET.                       260925MA
085900     MOVE CM-LENGTH(FX)       TO ED-LENGTH.                       260925MA
086000     MOVE FS-NOT-NUMERIC(FX)  TO ED-COUNT.                        260925MA
086100     MOVE FS-BAD-SIGN(FX)     TO ED-COUNT-2.                      260925MA
086200     MOVE FS-NOT-IN-COND(FX)  TO ED-COUNT-3.                      260925MA
086300     MOVE SPACES              TO RPT-RECORD.                      260925MA
086400     STRING "   " CM-NAME(FX) "  " ED-OFFSET "  " ED-LENGTH       260925MA
086500            "    " CM-CLASS(FX) "   " ED-COUNT "  " ED-COUNT-2    260925MA
086600            "  " ED-COUNT-3 DELIMITED BY SIZE                     260925MA
086700       INTO RPT-RECORD.                                           260925MA
086800     WRITE RPT-RECORD.                                            260925MA
086900 D1015-BUMP.                                                      260925MA
087000     ADD 1                    TO FX.                              260925MA
087100     GO TO D1010-FIELD.                                           260925MA
087200 D1020-DETAIL.                                                    260925MA
087300     MOVE SPACES               TO RPT-RECORD.                     260925MA
087400     WRITE RPT-RECORD.                                            260925MA
087500     MOVE WS-LIST-MAX          TO ED-COUNT.                       260925MA
087600     MOVE SPACES               TO RPT-RECORD.                     260925MA
087700     STRING "FAILURES IN THE FIRST" ED-COUNT                      260925MA
087800            " FAILING RECORDS" DELIMITED BY SIZE                  260925MA
087900       INTO RPT-RECORD.                                           260925MA
088000     WRITE RPT-RECORD.                                            260925MA
088100     MOVE 1                   TO FL-INDEX.                        260925MA
088200 D1030-NEXT.                                                      260925MA
088300     IF FL-INDEX > FL-COUNT                                       260925MA
088400        GO TO D1090-TOTALS.                                       260925MA
088500     PERFORM D1100-DETAIL-LINE THRU D1100-EXIT.                   260925MA
088600     ADD 1                    TO FL-INDEX.                        260925MA
088700     GO TO D1030-NEXT.                                            260925MA
088800 D1090-TOTALS.                                                    260925MA
088900     IF WS-FAIL-REC-CT > WS-LIST-MAX OR FL-COUNT >= MAX-FL-ENTRIES260925MA
089000        MOVE SPACES            TO RPT-RECORD                      260925MA
089100        MOVE "   ... LATER FAILURES COUNTED ONLY" TO RPT-RECORD   260925MA
089200        WRITE RPT-RECORD                                          260925MA
089300     END-IF.                                                      260925MA
089400     MOVE SPACES              TO RPT-RECORD.                      260925MA
089500     WRITE RPT-RECORD.                                            260925MA
089600     MOVE WS-REC-CT           TO ED-COUNT.                        260925MA
089700     MOVE SPACES              TO RPT-RECORD.                      260925MA
089800     STRING "RECORDS READ           " ED-COUNT DELIMITED BY SIZE  260925MA
089900       INTO RPT-RECORD.                                           260925MA
090000     WRITE RPT-RECORD.                                            260925MA
090100     MOVE WS-FAIL-REC-CT      TO ED-COUNT.                        260925MA
090200     MOVE SPACES              TO RPT-RECORD.                      260925MA
090300     STRING "RECORDS FAILING        " ED-COUNT DELIMITED BY SIZE  260925MA
090400       INTO RPT-RECORD.                                           260925MA
090500     WRITE RPT-RECORD.                                            260925MA
090600     MOVE WS-LEN-BAD-CT       TO ED-COUNT.                        260925MA
090700     MOVE SPACES              TO RPT-RECORD.                      260925MA
090800     STRING "WRONG RECORD LENGTH    " ED-COUNT DELIMITED BY SIZE  260925MA
090900       INTO RPT-RECORD.                                           260925MA
091000     WRITE RPT-RECORD.                                            260925MA
091100     MOVE WS-FAIL-CT          TO ED-COUNT.                        260925MA
091200     MOVE SPACES              TO RPT-RECORD.                      260925MA
091300     STRING "FAILURES IN ALL        " ED-COUNT DELIMITED BY SIZE  260925MA
091400       INTO RPT-RECORD.                                           260925MA
091500     WRITE RPT-RECORD.                                            260925MA
091600     CLOSE RPTFILE.                                               260925MA
091700 D1000-EXIT.  EXIT.                                               260925MA
091800*                                                                 260925MA
091900*D1100-DETAIL-LINE writes one kept failure: record number,        260925MA
092000*field (with its occurrence), the problem and where, and the      260925MA
092100*bytes in hex and as characters.                                  260925MA
092200 D1100-DETAIL-LINE.                                               260925MA
092300     MOVE FL-REC-NO(FL-INDEX) TO ED-REC-NO.                       260925MA
092400     MOVE FL-OFFSET(FL-INDEX) TO ED-OFFSET.                       260925MA
092500     MOVE SPACES              TO RPT-RECORD.                      260925MA
092600     IF FL-FIELD-IX(FL-INDEX) = 0                                 260925MA
092700        MOVE CM-RECORD-LEN    TO ED-LENGTH                        260925MA
092800        STRING "   RECORD " ED-REC-NO "  LENGTH " ED-OFFSET       260925MA
092900               " -- MAP SAYS " ED-LENGTH DELIMITED BY SIZE        260925MA
093000          INTO RPT-RECORD                                         260925MA
093100        WRITE RPT-RECORD                                          260925MA
093200        GO TO D1100-EXIT                                          260925MA
093300     END-IF.                                                      260925MA
093400     MOVE SPACES              TO WS-FIELD-TEXT.                   260925MA
093500     MOVE 1                   TO WS-FIELD-PTR.                    260925MA
093600     STRING CM-NAME(FL-FIELD-IX(FL-INDEX)) DELIMITED BY SPACES    260925MA
093700       INTO WS-FIELD-TEXT                                         260925MA
093800       WITH POINTER WS-FIELD-PTR.                                 260925MA
093900     IF FL-OCC-NO(FL-INDEX) > 0                                   260925MA
094000        MOVE FL-OCC-NO(FL-INDEX) TO ED-OCC-NO                     260925MA
094100        MOVE 0                TO WS-LEAD-CT                       260925MA
094200        INSPECT ED-OCC-NO TALLYING WS-LEAD-CT FOR LEADING " "     260925MA
094300        STRING "(" ED-OCC-NO(WS-LEAD-CT + 1:) ")"                 260925MA
094400                  DELIMITED BY SIZE                               260925MA
094500          INTO WS-FIELD-TEXT                                      260925MA
094600          WITH POINTER WS-FIELD-PTR                               260925MA
094700     END-IF.                                                      260925MA
094800     PERFORM E8000-HEX-DUMP THRU E8000-EXIT.                      260925MA
094900     STRING "   RECORD " ED-REC-NO "  " WS-FIELD-TEXT             260925MA
095000            FL-PROBLEM(FL-INDEX) " AT " ED-OFFSET                 260925MA
095100            "  HEX " WS-HEX-TEXT                                  260925MA
095200            " '" WS-CHAR-TEXT(1:FL-BYTE-CT(FL-INDEX)) "'"         260925MA
095300               DELIMITED BY SIZE                                  260925MA
095400       INTO RPT-RECORD.                                           260925MA
095500     WRITE RPT-RECORD.                                            260925MA
095600 D1100-EXIT.  EXIT.                                               260925MA
095700*                                                                 260925MA
095800*E6000-LITERAL-VALUE turns a numeric condition value into a       260925MA
095900*whole number at the field's decimal places (12.5 at two places   260925MA
096000*is 1250).  ZERO is zero; anything unreadable is passed over.     260925MA
096100 E6000-LITERAL-VALUE.                                             260925MA
096200     MOVE 0                   TO WS-LIT-VALUE WS-LIT-FRAC.        260925MA
096300     MOVE "Y"                 TO WS-LIT-OK-SW.                    260925MA
096400     MOVE "N"                 TO WS-LIT-NEG-SW WS-LIT-POINT-SW.   260925MA
096500     IF WS-LIT-KIND = "F"                                         260925MA
096600        GO TO E6000-EXIT.                                         260925MA
096700     MOVE 1                   TO WS-LIT-IX.                       260925MA
096800     IF WS-LITERAL(1:1) = "+" OR WS-LITERAL(1:1) = "-"            260925MA
096900        IF WS-LITERAL(1:1) = "-"                                  260925MA
097000           MOVE "Y"           TO WS-LIT-NEG-SW                    260925MA
097100        END-IF                                                    260925MA
097200        MOVE 2                TO WS-LIT-IX                        260925MA
097300     END-IF.                                                      260925MA
097400 E6010-CHAR.                                                      260925MA
097500     IF WS-LIT-IX > 30                                            260925MA
097600        GO TO E6020-SCALE.                                        260925MA
097700     MOVE WS-LITERAL(WS-LIT-IX:1) TO WS-DIGIT-X.                  260925MA
097800     IF WS-DIGIT-X = SPACE                                        260925MA
097900        GO TO E6020-SCALE.                                        260925MA
098000     IF WS-DIGIT-X = "."                                          260925MA
098100        MOVE "Y"              TO WS-LIT-POINT-SW                  260925MA
098200        ADD 1                 TO WS-LIT-IX                        260925MA
098300        GO TO E6010-CHAR.                                         260925MA
098400     IF WS-DIGIT-X IS NOT NUMERIC                                 260925MA
098500        MOVE "N"              TO WS-LIT-OK-SW                     260925MA
098600        GO TO E6000-EXIT.                                         260925MA
098700     IF WS-LIT-POINT-SW = "Y"                                     260925MA
098800        IF WS-LIT-FRAC >= CM-SCALE(FX)                            260925MA
098900           ADD 1              TO WS-LIT-IX                        260925MA
099000           GO TO E6010-CHAR                                       260925MA
099100        END-IF                                                    260925MA
099200        ADD 1                 TO WS-LIT-FRAC                      260925MA
099300     END-IF.                                                      260925MA
099400     COMPUTE WS-LIT-VALUE = (WS-LIT-VALUE * 10) + WS-DIGIT-9.     260925MA
099500     ADD 1                    TO WS-LIT-IX.                       260925MA
099600     GO TO E6010-CHAR.                                            260925MA
099700 E6020-SCALE.                                                     260925MA
099800     IF WS-LIT-FRAC < CM-SCALE(FX)                                260925MA
099900        COMPUTE WS-LIT-VALUE = WS-LIT-VALUE * 10                  260925MA
100000        ADD 1                 TO WS-LIT-FRAC                      260925MA
100100        GO TO E6020-SCALE.                                        260925MA
100200     IF WS-LIT-NEG-SW = "Y"                                       260925MA
100300        COMPUTE WS-LIT-VALUE = 0 - WS-LIT-VALUE.                  260925MA
100400 E6000-EXIT.  EXIT.                                               260925MA
100500*                                                                 260925MA
100600*E6100-LITERAL-BYTES gives the bytes a condition value stands     260925MA
100700*for, blank-padded or filled out to compare with the field.       260925MA
100800 E6100-LITERAL-BYTES.                                             260925MA
100900     MOVE SPACES              TO WS-LIT-FILL.                     260925MA
101000     IF WS-LIT-KIND NOT = "F"                                     260925MA
101100        MOVE WS-LITERAL       TO WS-LIT-FILL                      260925MA
101200        GO TO E6100-EXIT.                                         260925MA
101300     IF WS-LITERAL = "ZEROS"                                      260925MA
101400        MOVE ZEROS            TO WS-LIT-FILL.                     260925MA
101500     IF WS-LITERAL = "LOW-VALUES"                                 260925MA
101600        MOVE LOW-VALUES       TO WS-LIT-FILL.                     260925MA
101700     IF WS-LITERAL = "HIGH-VALUES"                                260925MA
101800        MOVE HIGH-VALUES      TO WS-LIT-FILL.                     260925MA
101900 E6100-EXIT.  EXIT.                                               260925MA
102000*                                                                 260925MA
102100*E8000-HEX-DUMP renders the kept bytes two hex digits apiece,     260925MA
102200*with a character view where anything unprintable is a dot.       260925MA
102300 E8000-HEX-DUMP.                                                  260925MA
102400     MOVE SPACES              TO WS-HEX-TEXT WS-CHAR-TEXT.        260925MA
102500     MOVE 1                   TO WS-HEX-IX.                       260925MA
102600 E8010-BYTE.                                                      260925MA
102700     IF WS-HEX-IX > FL-BYTE-CT(FL-INDEX)                          260925MA
102800        GO TO E8000-EXIT.                                         260925MA
102900     MOVE FL-BYTES(FL-INDEX)(WS-HEX-IX:1) TO WS-CH.               260925MA
103000     MOVE LOW-VALUE           TO WS-BYTE-HIGH.                    260925MA
103100     MOVE WS-CH               TO WS-BYTE-LOW.                     260925MA
103200     DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HIGH                  260925MA
103300                              REMAINDER WS-NIB-LOW.               260925MA
103400     MOVE WS-HEX-DIGITS(WS-NIB-HIGH + 1:1)                        260925MA
103500                        TO WS-HEX-TEXT(WS-HEX-IX * 2 - 1:1).      260925MA
103600     MOVE WS-HEX-DIGITS(WS-NIB-LOW + 1:1)                         260925MA
103700                        TO WS-HEX-TEXT(WS-HEX-IX * 2:1).          260925MA
103800     IF WS-CH < SPACE OR WS-BYTE-VAL > 126                        260925MA
103900        MOVE "."              TO WS-CH.                           260925MA
104000     MOVE WS-CH               TO WS-CHAR-TEXT(WS-HEX-IX:1).       260925MA
104100     ADD 1                    TO WS-HEX-IX.                       260925MA
104200     GO TO E8010-BYTE.                                            260925MA
104300 E8000-EXIT.  EXIT.                                               260925MA
104400*                                                                 260925MA
104500*E9200-PARSE-NUMBER reads the detail-list size off the run        260925MA
104600*parameters, up to four digits.                                   260925MA
104700 E9200-PARSE-NUMBER.                                              260925MA
104800     MOVE 0                   TO WS-LIST-MAX.                     260925MA
104900     MOVE 1                   TO WS-LIT-IX.                       260925MA
105000 E9210-DIGIT.                                                     260925MA
105100     IF WS-LIT-IX > 4                                             260925MA
105200        GO TO E9290-CHECK.                                        260925MA
105300     MOVE WS-LIST-MAX-X(WS-LIT-IX:1) TO WS-DIGIT-X.               260925MA
105400     IF WS-DIGIT-X IS NOT NUMERIC                                 260925MA
105500        GO TO E9290-CHECK.                                        260925MA
105600     COMPUTE WS-LIST-MAX = (WS-LIST-MAX * 10) + WS-DIGIT-9.       260925MA
105700     ADD 1                    TO WS-LIT-IX.                       260925MA
105800     GO TO E9210-DIGIT.                                           260925MA
105900 E9290-CHECK.                                                     260925MA
106000     IF WS-LIST-MAX < 1                                           260925MA
106100        MOVE 20               TO WS-LIST-MAX.                     260925MA
106200 E9200-EXIT.  EXIT.                                               260925MA
106300*                                                                 260925MA
106400*B9500-LOG-AUDIT-EVENT appends one record to the shared           260925MA
106500*CLAUDIT file through AUDLOG.                                     260925MA
106600 B9500-LOG-AUDIT-EVENT.                                           260925MA
106700     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        260925MA
106800     IF RETURN-CODE NOT = 0                                       260925MA
106900        DISPLAY "DATVAL: audit log entry not recorded"            260925MA
107000     END-IF.                                                      260925MA
107100 B9500-EXIT.  EXIT.                                               260925MA
107200 END PROGRAM DATVAL.                                              260925MA
