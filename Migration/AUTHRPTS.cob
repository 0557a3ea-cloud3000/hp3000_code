000100******************************************************************261012MA
000200* AUTHRPT -- OPERATOR AUTHORIZATION GRANTS REPORT                 261012MA
000300******************************************************************261012MA
000400 IDENTIFICATION DIVISION.                                         261012MA
000500 PROGRAM-ID.     AUTHRPT.                                         261012MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261012MA
000700 DATE-COMPILED.                                                   261012MA
000800*                   COPYRIGHT 2007                                261012MA
000900*          J3K Solutions All rights reserved.                     261012MA
001000*                                                                 261012MA
001100* LISTS EVERY GRANT ON THE OPRAUTH FILE -- WHICH OPERATORS        261012MA
001200* AUTHCHK LETS RUN CLEANDSK, SNAPREST AND AUDARCH, WHICH OF       261012MA
001300* THEIR FUNCTIONS, ON WHICH FILES, AND WHO KEEPS OPRAUTH ITSELF   261012MA
001400* THROUGH CTLMAINT -- FOR THE SECURITY REVIEW.  GRANTS ARE        261012MA
001500* LISTED BY OPERATOR, PROGRAM AND FUNCTION, WITH WHO MADE EACH    261012MA
001600* ONE, WHEN AND UNDER WHAT APPROVAL.  THE REMARKS FLAG THE        261012MA
001700* GRANTS A REVIEWER LOOKS AT FIRST: SUPERVISORS, GRANTS OF EVERY  261012MA
001800* FUNCTION, WIPES WITH NO BACKUP, RESTORES INTO THE LIVE          261012MA
001900* COPYLIB AND GRANTS OPERATORS MADE TO THEMSELVES.  RUN INFO      261012MA
002000* IS ONE PROGRAM TO REPORT ON, OR ALL.  THE REPORT GOES TO        261012MA
002100* AUTHRPT.                                                        261012MA
002200* ENDS 16 WHEN THERE IS NO OPRAUTH FILE TO REPORT.                261012MA
002300*-----------------------------------------------------------------261012MA
002400* MODIFICATION HISTORY                                            261012MA
002500* 261012MA  INITIAL VERSION.                                      261012MA
002600*-----------------------------------------------------------------261012MA
002700*                                                                 261012MA
002800 ENVIRONMENT DIVISION.                                            261012MA
002900 CONFIGURATION SECTION.                                           261012MA
003000 SOURCE-COMPUTER. HP-3000.                                        261012MA
003100 OBJECT-COMPUTER. HP-3000.                                        261012MA
003200 SPECIAL-NAMES.                                                   261012MA
003300 CONDITION-CODE IS CC.                                            261012MA
003400*                                                                 261012MA
003500 INPUT-OUTPUT SECTION.                                            261012MA
003600 FILE-CONTROL.                                                    261012MA
003700     SELECT AUTFILE   ASSIGN TO "OPRAUTH,,,,500".                 261012MA
003800     SELECT SRTFILE   ASSIGN TO "AUTHSRT,,,,500".                 261012MA
003900     SELECT RPTFILE   ASSIGN TO "AUTHRPT,,,,100000".              261012MA
004000*                                                                 261012MA
004100 DATA DIVISION.                                                   261012MA
004200 FILE SECTION.                                                    261012MA
004300*One grant per record, as CTLMAINT option 9 maintains it (see     261012MA
004400*AUTHCHKS AUTFILE).                                               261012MA
004500 FD  AUTFILE DATA RECORD IS AUT-RECORD                            261012MA
004600     RECORD CONTAINS 100 CHARACTERS.                              261012MA
004700 01  AUT-RECORD.                                                  261012MA
004800     03  AUT-OPERATOR          PIC X(08).                         261012MA
004900     03  AUT-PROGRAM           PIC X(08).                         261012MA
005000     03  AUT-FUNCTION          PIC X(08).                         261012MA
005100     03  AUT-FILE-PATTERN      PIC X(34).                         261012MA
005200     03  AUT-GRANTED-BY        PIC X(08).                         261012MA
005300     03  AUT-GRANT-DATE        PIC 9(08).                         261012MA
005400     03  AUT-REFERENCE         PIC X(12).                         261012MA
005500     03  FILLER                PIC X(14).                         261012MA
005600*                                                                 261012MA
005700 SD  SRTFILE.                                                     261012MA
005800 01  SORT-RECORD.                                                 261012MA
005900     03  SR-OPERATOR           PIC X(08).                         261012MA
006000     03  SR-PROGRAM            PIC X(08).                         261012MA
006100     03  SR-FUNCTION           PIC X(08).                         261012MA
006200     03  SR-FILE-PATTERN       PIC X(34).                         261012MA
006300     03  SR-GRANTED-BY         PIC X(08).                         261012MA
006400     03  SR-GRANT-DATE         PIC 9(08).                         261012MA
006500     03  SR-REFERENCE          PIC X(12).                         261012MA
006600*                                                                 261012MA
006700 FD  RPTFILE DATA RECORD IS RPT-RECORD                            261012MA
006800     RECORD CONTAINS 132 CHARACTERS.                              261012MA
006900 01  RPT-RECORD               PIC X(132).                         261012MA
007000*                                                                 261012MA
007100 WORKING-STORAGE SECTION.                                         261012MA
007200*                                                                 261012MA
007300*Run parameters -- the program to report on.                      261012MA
007400 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              261012MA
007500 01 WS-PROGRAM              PIC X(08) VALUE SPACES.               261012MA
007600    88 ALL-PROGRAMS                   VALUE "ALL".                261012MA
007700 01 WS-PROMPTED-SW          PIC X(01) VALUE "N".                  261012MA
007800    88 RUN-PROMPTED                   VALUE "Y".                  261012MA
007900 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261012MA
008000*                                                                 261012MA
008100 01 WS-AUT-SW               PIC X(01) VALUE "Y".                  261012MA
008200    88 NO-OPRAUTH                     VALUE "N".                  261012MA
008300 01 WS-AUT-EOF-SW           PIC X(01) VALUE "N".                  261012MA
008400    88 AUT-EOF                        VALUE "Y".                  261012MA
008500 01 WS-SORT-EOF-SW          PIC X(01) VALUE "N".                  261012MA
008600    88 SORT-EOF                       VALUE "Y".                  261012MA
008700 01 WS-LAST-OPERATOR        PIC X(08) VALUE SPACES.               261012MA
008800 01 WS-REM-PTR              PIC S9(04) COMP VALUE 1.              261012MA
008900*                                                                 261012MA
009000 01 WS-READ-CT              PIC S9(05) COMP VALUE 0.              261012MA
009100 01 WS-GRANT-CT             PIC S9(05) COMP VALUE 0.              261012MA
009200 01 WS-OPER-CT              PIC S9(05) COMP VALUE 0.              261012MA
009300 01 WS-SUPER-CT             PIC S9(05) COMP VALUE 0.              261012MA
009400 01 WS-ANYFILE-CT           PIC S9(05) COMP VALUE 0.              261012MA
009500 01 WS-SELF-CT              PIC S9(05) COMP VALUE 0.              261012MA
009600 01 ED-COUNT                PIC ZZZZ9.                            261012MA
009700 01 DATE-BUFF               PIC X(27) VALUE SPACES.               261012MA
009800*                                                                 261012MA
009900*One grant line.                                                  261012MA
010000 01 DETAIL-LINE.                                                  261012MA
010100    03 DET-OPERATOR          PIC X(08).                           261012MA
010200    03 FILLER                PIC X(02) VALUE SPACES.              261012MA
010300    03 DET-PROGRAM           PIC X(08).                           261012MA
010400    03 FILLER                PIC X(02) VALUE SPACES.              261012MA
010500    03 DET-FUNCTION          PIC X(08).                           261012MA
010600    03 FILLER                PIC X(02) VALUE SPACES.              261012MA
010700    03 DET-FILES             PIC X(34).                           261012MA
010800    03 FILLER                PIC X(02) VALUE SPACES.              261012MA
010900    03 DET-GRANTED-BY        PIC X(08).                           261012MA
011000    03 FILLER                PIC X(02) VALUE SPACES.              261012MA
011100    03 DET-GRANT-DATE        PIC 9(08).                           261012MA
011200    03 FILLER                PIC X(02) VALUE SPACES.              261012MA
011300    03 DET-REFERENCE         PIC X(12).                           261012MA
011400    03 FILLER                PIC X(02) VALUE SPACES.              261012MA
011500    03 DET-REMARKS           PIC X(30).                           261012MA
011600    03 FILLER                PIC X(02) VALUE SPACES.              261012MA
011700 01 DETAIL-HEAD.                                                  261012MA
011800    03 FILLER                PIC X(30) VALUE                      261012MA
011900       "OPERATOR  PROGRAM   FUNCTION  ".                          261012MA
012000    03 FILLER                PIC X(36) VALUE "FILES".             261012MA
012100    03 FILLER                PIC X(30) VALUE                      261012MA
012200       "BY        APPROVED  REFERENCE ".                          261012MA
012300    03 FILLER                PIC X(36) VALUE "    REMARKS".       261012MA
012400*                                                                 261012MA
012500*Operator identity and audit-log request passed to AUDLOG.        261012MA
012600 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261012MA
012700 01 WS-AUDIT-REQUEST.                                             261012MA
012800    03 AR-PROGRAM-NAME         PIC X(08) VALUE "AUTHRPT".         261012MA
012900    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261012MA
013000    03 AR-EVENT                PIC X(06) VALUE SPACES.            261012MA
013100    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261012MA
013200    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261012MA
013300    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261012MA
013400*                                                                 261012MA
013500*=================================================================261012MA
013600*Main logical flow                                                261012MA
013700*=================================================================261012MA
013800 PROCEDURE DIVISION.                                              261012MA
013900 BEGIN-0000.                                                      261012MA
014000     DISPLAY "AUTHRPT Version 1.00, Copyright J3K Solutions".     261012MA
014100     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261012MA
014200     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261012MA
014300     MOVE "START"              TO AR-EVENT.                       261012MA
014400     MOVE SPACES               TO AR-OUTCOME.                     261012MA
014500     MOVE "OPRAUTH"            TO AR-PARM-1.                      261012MA
014600     MOVE WS-PROGRAM           TO AR-PARM-2.                      261012MA
014700     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
014800     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261012MA
014900     SORT SRTFILE ON ASCENDING KEY SR-OPERATOR SR-PROGRAM         261012MA
015000                                   SR-FUNCTION SR-FILE-PATTERN    261012MA
015100        INPUT PROCEDURE C1000-RELEASE-GRANTS                      261012MA
015200        OUTPUT PROCEDURE D1000-WRITE-REPORT.                      261012MA
015300     MOVE WS-GRANT-CT          TO ED-COUNT.                       261012MA
015400     DISPLAY "AUTHRPT: " ED-COUNT " grant(s) listed in AUTHRPT".  261012MA
015500     MOVE "FINISH"             TO AR-EVENT.                       261012MA
015600     IF WS-RUN-RC > 1                                             261012MA
015700        MOVE "FAIL"            TO AR-OUTCOME                      261012MA
015800     ELSE                                                         261012MA
015900        MOVE "OK"              TO AR-OUTCOME                      261012MA
016000     END-IF.                                                      261012MA
016100     MOVE "OPRAUTH"            TO AR-PARM-1.                      261012MA
016200     MOVE ED-COUNT             TO AR-PARM-2.                      261012MA
016300     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261012MA
016400     DISPLAY "Normal termination of AUTHRPT run @ " TIME-OF-DAY.  261012MA
016500     IF WS-RUN-RC NOT = 0                                         261012MA
016600        MOVE WS-RUN-RC         TO RETURN-CODE                     261012MA
016700     END-IF.                                                      261012MA
016800     STOP RUN.                                                    261012MA
016900 BEGIN-0000-EXIT. EXIT.                                           261012MA
017000*                                                                 261012MA
017100*A0100-GET-PARMS accepts the program to report on, as the RUN     261012MA
017200*INFO string or prompted.  Blank when prompted means all.         261012MA
017300 A0100-GET-PARMS.                                                 261012MA
017400     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261012MA
017500     IF WS-RUN-INFO = SPACES                                      261012MA
017600        DISPLAY "Program to report, CLEANDSK SNAPREST AUDARCH "   261012MA
017700                "or CTLMAINT (blank for all): " NO ADVANCING      261012MA
017800        ACCEPT WS-RUN-INFO FREE                                   261012MA
017900        MOVE "Y"               TO WS-PROMPTED-SW                  261012MA
018000     END-IF.                                                      261012MA
018100     MOVE WS-RUN-INFO          TO WS-PROGRAM.                     261012MA
018200     INSPECT WS-PROGRAM CONVERTING                                261012MA
018300        "abcdefghijklmnopqrstuvwxyz" TO                           261012MA
018400        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261012MA
018500     IF WS-PROGRAM = SPACES                                       261012MA
018600        MOVE "ALL"             TO WS-PROGRAM.                     261012MA
018700 A0100-EXIT.  EXIT.                                               261012MA
018800*                                                                 261012MA
018900*A0150-SET-OPERATOR records who ran the report -- BATCH for a     261012MA
019000*stream run driven by the INFO string, or a prompted operator     261012MA
019100*ID for an interactive session.                                   261012MA
019200 A0150-SET-OPERATOR.                                              261012MA
019300     IF NOT RUN-PROMPTED                                          261012MA
019400        MOVE "BATCH"           TO WS-OPERATOR                     261012MA
019500     ELSE                                                         261012MA
019600        DISPLAY "Enter operator ID: " NO ADVANCING                261012MA
019700        ACCEPT WS-OPERATOR FREE                                   261012MA
019800     END-IF.                                                      261012MA
019900     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261012MA
020000 A0150-EXIT.  EXIT.                                               261012MA
020100*                                                                 261012MA
020200*=========================================================        261012MA
020300*Read the grants.                                                 261012MA
020400*=========================================================        261012MA
020500*C1000-RELEASE-GRANTS is the SORT input procedure.  It releases   261012MA
020600*every grant on OPRAUTH, or those for the one program asked       261012MA
020700*for.  No OPRAUTH means every run of the utilities is refused;    261012MA
020800*the report says so and the run ends 16.                          261012MA
020900 C1000-RELEASE-GRANTS.                                            261012MA
021000     OPEN INPUT AUTFILE.                                          261012MA
021100     IF CC <> 0                                                   261012MA
021200        DISPLAY "AUTHRPT: no OPRAUTH authorization file"          261012MA
021300        MOVE "N"               TO WS-AUT-SW                       261012MA
021400        MOVE 16                TO WS-RUN-RC                       261012MA
021500     ELSE                                                         261012MA
021600        PERFORM C1100-ONE-GRANT THRU C1100-EXIT                   261012MA
021700           UNTIL AUT-EOF                                          261012MA
021800        CLOSE AUTFILE                                             261012MA
021900     END-IF.                                                      261012MA
022000*                                                                 261012MA
022100 C1100-ONE-GRANT.                                                 261012MA
022200     READ AUTFILE                                                 261012MA
022300        AT END                                                    261012MA
022400           MOVE "Y"            TO WS-AUT-EOF-SW                   261012MA
022500           GO TO C1100-EXIT.                                      261012MA
022600     ADD 1                     TO WS-READ-CT.                     261012MA
022700     IF NOT ALL-PROGRAMS                                          261012MA
022800        AND AUT-PROGRAM NOT = WS-PROGRAM                          261012MA
022900        GO TO C1100-EXIT.                                         261012MA
023000     MOVE AUT-OPERATOR         TO SR-OPERATOR.                    261012MA
023100     MOVE AUT-PROGRAM          TO SR-PROGRAM.                     261012MA
023200     MOVE AUT-FUNCTION         TO SR-FUNCTION.                    261012MA
023300     MOVE AUT-FILE-PATTERN     TO SR-FILE-PATTERN.                261012MA
023400     MOVE AUT-GRANTED-BY       TO SR-GRANTED-BY.                  261012MA
023500     MOVE AUT-GRANT-DATE       TO SR-GRANT-DATE.                  261012MA
023600     MOVE AUT-REFERENCE        TO SR-REFERENCE.                   261012MA
023700     RELEASE SORT-RECORD.                                         261012MA
023800 C1100-EXIT.  EXIT.                                               261012MA
023900*                                                                 261012MA
024000*=========================================================        261012MA
024100*The report.                                                      261012MA
024200*=========================================================        261012MA
024300*D1000-WRITE-REPORT is the SORT output procedure: the heading,    261012MA
024400*the grants operator by operator, then the totals.                261012MA
024500 D1000-WRITE-REPORT.                                              261012MA
024600     OPEN OUTPUT RPTFILE.                                         261012MA
024700     PERFORM D1100-REPORT-HEAD THRU D1100-EXIT.                   261012MA
024800     MOVE SPACES               TO WS-LAST-OPERATOR.               261012MA
024900     RETURN SRTFILE                                               261012MA
025000        AT END                                                    261012MA
025100           MOVE "Y"            TO WS-SORT-EOF-SW.                 261012MA
025200     IF SORT-EOF                                                  261012MA
025300        MOVE SPACES            TO RPT-RECORD                      261012MA
025400        WRITE RPT-RECORD                                          261012MA
025500        MOVE "NO GRANTS ON FILE FOR THIS SELECTION."              261012MA
025600                               TO RPT-RECORD                      261012MA
025700        WRITE RPT-RECORD                                          261012MA
025800     END-IF.                                                      261012MA
025900     PERFORM D1200-ONE-GRANT THRU D1200-EXIT                      261012MA
026000        UNTIL SORT-EOF.                                           261012MA
026100     PERFORM D1300-TOTALS THRU D1300-EXIT.                        261012MA
026200     CLOSE RPTFILE.                                               261012MA
026300*                                                                 261012MA
026400*D1100-REPORT-HEAD states what was read and how to read the       261012MA
026500*file column.                                                     261012MA
026600 D1100-REPORT-HEAD.                                               261012MA
026700     MOVE SPACES               TO RPT-RECORD.                     261012MA
026800     STRING "OPERATOR AUTHORIZATION GRANTS AS OF "                261012MA
026900                               DELIMITED BY SIZE                  261012MA
027000            DATE-BUFF DELIMITED BY SIZE                           261012MA
027100       INTO RPT-RECORD.                                           261012MA
027200     WRITE RPT-RECORD.                                            261012MA
027300     MOVE SPACES               TO RPT-RECORD.                     261012MA
027400     WRITE RPT-RECORD.                                            261012MA
027500     MOVE SPACES               TO RPT-RECORD.                     261012MA
027600     IF NO-OPRAUTH                                                261012MA
027700        STRING "NOTE:     NO OPRAUTH FILE -- EVERY RUN OF "       261012MA
027800                               DELIMITED BY SIZE                  261012MA
027900               "CLEANDSK, SNAPREST AND AUDARCH IS REFUSED"        261012MA
028000                               DELIMITED BY SIZE                  261012MA
028100          INTO RPT-RECORD                                         261012MA
028200     ELSE                                                         261012MA
028300        STRING "READ:     OPRAUTH, PROGRAM " DELIMITED BY SIZE    261012MA
028400               WS-PROGRAM DELIMITED BY SPACES                     261012MA
028500          INTO RPT-RECORD                                         261012MA
028600     END-IF.                                                      261012MA
028700     WRITE RPT-RECORD.                                            261012MA
028800     MOVE SPACES               TO RPT-RECORD.                     261012MA
028900     STRING "NOTE:     A FILE ENDING @ COVERS EVERY FILE "        261012MA
029000                               DELIMITED BY SIZE                  261012MA
029100            "BEGINNING WITH THE REST OF THE NAME; "               261012MA
029200                               DELIMITED BY SIZE                  261012MA
029300            "FUNCTION @ COVERS EVERY FUNCTION" DELIMITED BY SIZE  261012MA
029400       INTO RPT-RECORD.                                           261012MA
029500     WRITE RPT-RECORD.                                            261012MA
029600     MOVE SPACES               TO RPT-RECORD.                     261012MA
029700     WRITE RPT-RECORD.                                            261012MA
029800     MOVE DETAIL-HEAD          TO RPT-RECORD.                     261012MA
029900     WRITE RPT-RECORD.                                            261012MA
030000 D1100-EXIT.  EXIT.                                               261012MA
030100*                                                                 261012MA
030200*D1200-ONE-GRANT writes one grant, a blank line before each new   261012MA
030300*operator, and counts what the totals need.                       261012MA
030400 D1200-ONE-GRANT.                                                 261012MA
030500     IF SR-OPERATOR NOT = WS-LAST-OPERATOR                        261012MA
030600        ADD 1                  TO WS-OPER-CT                      261012MA
030700        MOVE SR-OPERATOR       TO WS-LAST-OPERATOR                261012MA
030800        MOVE SPACES            TO RPT-RECORD                      261012MA
030900        WRITE RPT-RECORD                                          261012MA
031000     END-IF.                                                      261012MA
031100     ADD 1                     TO WS-GRANT-CT.                    261012MA
031200     MOVE SR-OPERATOR          TO DET-OPERATOR.                   261012MA
031300     MOVE SR-PROGRAM           TO DET-PROGRAM.                    261012MA
031400     MOVE SR-FUNCTION          TO DET-FUNCTION.                   261012MA
031500     MOVE SR-FILE-PATTERN      TO DET-FILES.                      261012MA
031600     MOVE SR-GRANTED-BY        TO DET-GRANTED-BY.                 261012MA
031700     MOVE SR-GRANT-DATE        TO DET-GRANT-DATE.                 261012MA
031800     MOVE SR-REFERENCE         TO DET-REFERENCE.                  261012MA
031900     MOVE SPACES               TO DET-REMARKS.                    261012MA
032000     MOVE 1                    TO WS-REM-PTR.                     261012MA
032100     IF SR-PROGRAM = "CTLMAINT"                                   261012MA
032200        ADD 1                  TO WS-SUPER-CT                     261012MA
032300        MOVE SPACES            TO DET-FILES                       261012MA
032400        STRING "SUPERVISOR  " DELIMITED BY SIZE                   261012MA
032500          INTO DET-REMARKS WITH POINTER WS-REM-PTR                261012MA
032600     ELSE                                                         261012MA
032700        IF SR-FILE-PATTERN = SPACES OR SR-FILE-PATTERN = "@"      261012MA
032800           ADD 1               TO WS-ANYFILE-CT                   261012MA
032900           MOVE "ANY FILE"     TO DET-FILES                       261012MA
033000        END-IF                                                    261012MA
033100     END-IF.                                                      261012MA
033200     IF SR-FUNCTION = "@"                                         261012MA
033300        STRING "ALL FUNCTIONS  " DELIMITED BY SIZE                261012MA
033400          INTO DET-REMARKS WITH POINTER WS-REM-PTR.               261012MA
033500     IF SR-FUNCTION = "NOBACKUP"                                  261012MA
033600        STRING "NO BACKUP TAKEN  " DELIMITED BY SIZE              261012MA
033700          INTO DET-REMARKS WITH POINTER WS-REM-PTR.               261012MA
033800     IF SR-FUNCTION = "LIVE"                                      261012MA
033900        STRING "LIVE COPYLIB  " DELIMITED BY SIZE                 261012MA
034000          INTO DET-REMARKS WITH POINTER WS-REM-PTR.               261012MA
034100     IF SR-GRANTED-BY = SR-OPERATOR                               261012MA
034200        ADD 1                  TO WS-SELF-CT                      261012MA
034300        STRING "SELF-GRANTED" DELIMITED BY SIZE                   261012MA
034400          INTO DET-REMARKS WITH POINTER WS-REM-PTR.               261012MA
034500     MOVE DETAIL-LINE          TO RPT-RECORD.                     261012MA
034600     WRITE RPT-RECORD.                                            261012MA
034700     RETURN SRTFILE                                               261012MA
034800        AT END                                                    261012MA
034900           MOVE "Y"            TO WS-SORT-EOF-SW.                 261012MA
035000 D1200-EXIT.  EXIT.                                               261012MA
035100*                                                                 261012MA
035200*D1300-TOTALS closes the report with the figures the review       261012MA
035300*asks for.                                                        261012MA
035400 D1300-TOTALS.                                                    261012MA
035500     MOVE SPACES               TO RPT-RECORD.                     261012MA
035600     WRITE RPT-RECORD.                                            261012MA
035700     MOVE SPACES               TO RPT-RECORD.                     261012MA
035800     MOVE WS-GRANT-CT          TO ED-COUNT.                       261012MA
035900     STRING "GRANTS:      " DELIMITED BY SIZE                     261012MA
036000            ED-COUNT DELIMITED BY SIZE                            261012MA
036100       INTO RPT-RECORD.                                           261012MA
036200     WRITE RPT-RECORD.                                            261012MA
036300     MOVE SPACES               TO RPT-RECORD.                     261012MA
036400     MOVE WS-OPER-CT           TO ED-COUNT.                       261012MA
036500     STRING "OPERATORS:   " DELIMITED BY SIZE                     261012MA
036600            ED-COUNT DELIMITED BY SIZE                            261012MA
036700            " HOLDING AT LEAST ONE GRANT" DELIMITED BY SIZE       261012MA
036800       INTO RPT-RECORD.                                           261012MA
036900     WRITE RPT-RECORD.                                            261012MA
037000     MOVE SPACES               TO RPT-RECORD.                     261012MA
037100     MOVE WS-SUPER-CT          TO ED-COUNT.                       261012MA
037200     STRING "SUPERVISORS: " DELIMITED BY SIZE                     261012MA
037300            ED-COUNT DELIMITED BY SIZE                            261012MA
037400            " WHO MAY CHANGE OPRAUTH THROUGH CTLMAINT"            261012MA
037500                               DELIMITED BY SIZE                  261012MA
037600       INTO RPT-RECORD.                                           261012MA
037700     WRITE RPT-RECORD.                                            261012MA
037800     MOVE SPACES               TO RPT-RECORD.                     261012MA
037900     MOVE WS-ANYFILE-CT        TO ED-COUNT.                       261012MA
038000     STRING "ANY FILE:    " DELIMITED BY SIZE                     261012MA
038100            ED-COUNT DELIMITED BY SIZE                            261012MA
038200            " GRANT(S) NOT LIMITED TO A FILE OR FILE SET"         261012MA
038300                               DELIMITED BY SIZE                  261012MA
038400       INTO RPT-RECORD.                                           261012MA
038500     WRITE RPT-RECORD.                                            261012MA
038600     MOVE SPACES               TO RPT-RECORD.                     261012MA
038700     MOVE WS-SELF-CT           TO ED-COUNT.                       261012MA
038800     STRING "SELF:        " DELIMITED BY SIZE                     261012MA
038900            ED-COUNT DELIMITED BY SIZE                            261012MA
039000            " GRANT(S) MADE BY THE OPERATOR HOLDING THEM"         261012MA
039100                               DELIMITED BY SIZE                  261012MA
039200       INTO RPT-RECORD.                                           261012MA
039300     WRITE RPT-RECORD.                                            261012MA
039400 D1300-EXIT.  EXIT.                                               261012MA
039500*                                                                 261012MA
039600*B9500-LOG-AUDIT-EVENT appends one record to the shared           261012MA
039700*CLAUDIT file through AUDLOG.                                     261012MA
039800 B9500-LOG-AUDIT-EVENT.                                           261012MA
039900     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261012MA
040000     IF RETURN-CODE NOT = 0                                       261012MA
040100        DISPLAY "AUTHRPT: audit log entry not recorded"           261012MA
040200     END-IF.                                                      261012MA
040300 B9500-EXIT.  EXIT.                                               261012MA
040400 END PROGRAM AUTHRPT.                                             261012MA
