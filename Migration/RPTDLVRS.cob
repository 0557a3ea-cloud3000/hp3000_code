000100******************************************************************261008MA
000200* RPTDLVR -- NIGHTLY REPORT DISTRIBUTION AND DELIVERY LOG         261008MA
000300******************************************************************261008MA
000400 IDENTIFICATION DIVISION.                                         261008MA
000500 PROGRAM-ID.     RPTDLVR.                                         261008MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261008MA
000700 DATE-COMPILED.                                                   261008MA
000800*                   COPYRIGHT 2007                                261008MA
000900*          J3K Solutions All rights reserved.                     261008MA
001000*                                                                 261008MA
001100* THE NIGHTLY STREAMS WRITE THEIR REPORTS (IMPRPT, RECMPLST,      261008MA
001200* ORPHLST, DUPRPT, CRGRPT, LNKRPT, THE STATUS PAGE) AND UNTIL     261008MA
001300* NOW SOMEONE FORWARDED THEM BY HAND EACH MORNING.  THIS STEP     261008MA
001400* RUNS LAST IN DOCREFJS AND XREFJS.  THE RUN INFO NAMES THE       261008MA
001500* STREAM AND THE REPORTS THAT STREAM WRITES; THE OPERATOR-        261008MA
001600* MAINTAINED RPTDIST FILE (CTLMAINT OPTION 7) SAYS WHO GETS       261008MA
001700* EACH REPORT AND HOW:                                            261008MA
001800*   P -- SPOOLED PRINT TO THE NAMED DEVICE OR DEVICE CLASS.       261008MA
001900*   G -- A COPY INTO THE NAMED SHARED GROUP.ACCOUNT.              261008MA
002000*   M -- OUTBOUND MAIL: A REQUEST QUEUED TO THE MAIL GATEWAY'S    261008MA
002100*        MAILQUE FILE FOR THE NAMED ADDRESS.                      261008MA
002200* ONLY A REPORT WRITTEN INSIDE TONIGHT'S WINDOW (THE STEPCHK      261008MA
002300* RULE) IS SENT, SO A STEP THAT FAILED OR WAS SKIPPED NEVER       261008MA
002400* SENDS LAST NIGHT'S COPY.  AN EMPTY REPORT IS SENT ONLY WHERE    261008MA
002500* THE ROW SAYS SO.  EVERY DELIVERY IS LOGGED TO CLAUDIT AS A      261008MA
002600* DELIVR EVENT (REPORT IN PARM-1, RECIPIENT IN PARM-2), AND       261008MA
002700* THAT LOG IS READ BACK ON THE NEXT RUN: A RECIPIENT ALREADY      261008MA
002800* SENT THIS VERSION OF A REPORT IS NOT SENT IT AGAIN, SO A        261008MA
002900* RE-STREAM DOES NOT DOUBLE THE MORNING MAIL, WHILE A REPORT      261008MA
003000* REBUILT SINCE (THE STATUS PAGE, WHICH BOTH STREAMS WRITE)       261008MA
003100* GOES OUT AGAIN.  RUN INFO IS "STREAM,REPORT REPORT ...".        261008MA
003200* ENDS 1 WHEN ANY DELIVERY FAILED, SO THE STREAM WARNS.           261008MA
003300*-----------------------------------------------------------------261008MA
003400* MODIFICATION HISTORY                                            261008MA
003500* 261008MA  INITIAL VERSION.                                      261008MA
003600*-----------------------------------------------------------------261008MA
003700*                                                                 261008MA
003800 ENVIRONMENT DIVISION.                                            261008MA
003900 CONFIGURATION SECTION.                                           261008MA
004000 SOURCE-COMPUTER. HP-3000.                                        261008MA
004100 OBJECT-COMPUTER. HP-3000.                                        261008MA
004200 SPECIAL-NAMES.                                                   261008MA
004300 CONDITION-CODE IS CC.                                            261008MA
004400*                                                                 261008MA
004500 INPUT-OUTPUT SECTION.                                            261008MA
004600 FILE-CONTROL.                                                    261008MA
004700*The operator-maintained distribution list (CTLMAINT).            261008MA
004800     SELECT DSTFILE   ASSIGN TO "RPTDIST,,,,500".                 261008MA
004900*Each report in turn, opened only to see whether it is empty.     261008MA
005000     SELECT RPTFILE   ASSIGN TO DUMMY USING WS-RPT-NAME.          261008MA
005100     SELECT AUDITFIL  ASSIGN TO "CLAUDIT,,,,50000".               261008MA
005200*The batch-window calendar STEPCHK reads.                         261008MA
005300     SELECT CALFILE   ASSIGN TO "BATCAL,,,,200".                  261008MA
005400*The mail gateway's outbound queue.                               261008MA
005500     SELECT MAILFILE  ASSIGN TO "MAILQUE,,,,5000".                261008MA
005600*                                                                 261008MA
005700 DATA DIVISION.                                                   261008MA
005800 FILE SECTION.                                                    261008MA
005900*One delivery per record: a report, who receives it, how,         261008MA
006000*where to, and whether an empty report still goes.                261008MA
006100 FD  DSTFILE DATA RECORD IS DST-RECORD                            261008MA
006200     RECORD CONTAINS 100 CHARACTERS.                              261008MA
006300 01  DST-RECORD.                                                  261008MA
006400     03  DST-REPORT            PIC X(26).                         261008MA
006500     03  DST-RECIPIENT         PIC X(10).                         261008MA
006600     03  DST-METHOD            PIC X(01).                         261008MA
006700     03  DST-EMPTY-SW          PIC X(01).                         261008MA
006800     03  DST-DEST              PIC X(60).                         261008MA
006900     03  FILLER                PIC X(02).                         261008MA
007000*                                                                 261008MA
007100 FD  RPTFILE                                                      261008MA
007200     RECORD CONTAINS 250 CHARACTERS.                              261008MA
007300 01  RPT-RECORD                PIC X(250).                        261008MA
007400*                                                                 261008MA
007500 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         261008MA
007600     RECORD CONTAINS 122 CHARACTERS.                              261008MA
007700 01  AUDIT-RECORD.                                                261008MA
007800     03  AUD-PROGRAM-NAME      PIC X(08).                         261008MA
007900     03  AUD-OPERATOR          PIC X(08).                         261008MA
008000     03  AUD-EVENT             PIC X(06).                         261008MA
008100     03  AUD-TIMESTAMP         PIC X(27).                         261008MA
008200     03  AUD-OUTCOME           PIC X(08).                         261008MA
008300     03  AUD-PARM-1            PIC X(26).                         261008MA
008400     03  AUD-PARM-2            PIC X(10).                         261008MA
008500     03  AUD-SEQ-NO            PIC 9(09).                         261008MA
008600     03  AUD-CHAIN-CHECK       PIC X(20).                         261008MA
008700*                                                                 261008MA
008800 FD  CALFILE DATA RECORD IS CAL-RECORD                            261008MA
008900     RECORD CONTAINS 25 CHARACTERS.                               261008MA
009000 01  CAL-RECORD.                                                  261008MA
009100     03  CAL-TYPE              PIC X(01).                         261008MA
009200     03  CAL-OPEN-HHMM         PIC 9(04).                         261008MA
009300     03  CAL-CLOSE-HHMM        PIC 9(04).                         261008MA
009400     03  CAL-DATE-FROM         PIC 9(08).                         261008MA
009500     03  CAL-DATE-TO           PIC 9(08).                         261008MA
009600*                                                                 261008MA
009700*One outbound message per record; the gateway sends the named     261008MA
009800*file to the address and empties the queue as it goes.            261008MA
009900 FD  MAILFILE DATA RECORD IS MQ-RECORD                            261008MA
010000     RECORD CONTAINS 200 CHARACTERS.                              261008MA
010100 01  MQ-RECORD.                                                   261008MA
010200     03  MQ-ADDRESS            PIC X(60).                         261008MA
010300     03  MQ-REPORT             PIC X(34).                         261008MA
010400     03  MQ-SUBJECT            PIC X(60).                         261008MA
010500     03  MQ-QUEUED             PIC X(27).                         261008MA
010600     03  MQ-SENDER             PIC X(08).                         261008MA
010700     03  FILLER                PIC X(11).                         261008MA
010800*                                                                 261008MA
010900 WORKING-STORAGE SECTION.                                         261008MA
011000*                                                                 261008MA
011100 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              261008MA
011200 01 WS-STREAM               PIC X(08)  VALUE SPACES.              261008MA
011300 01 WS-REPORT-LIST          PIC X(240) VALUE SPACES.              261008MA
011400 01 WS-LIST-PTR             PIC S9(04) COMP VALUE 1.              261008MA
011500 01 WS-ONE-REPORT           PIC X(26)  VALUE SPACES.              261008MA
011600 01 WS-RPT-NAME             PIC X(26)  VALUE SPACES.              261008MA
011700 01 WS-FILE-PART            PIC X(08)  VALUE SPACES.              261008MA
011800 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              261008MA
011900*                                                                 261008MA
012000*The reports this stream writes, with what tonight made of        261008MA
012100*them.  RP-STATE is T written tonight, O an older copy left       261008MA
012200*from an earlier night, M no such file.                           261008MA
012300 77 RP-COUNT                PIC S9(04) COMP VALUE 0.              261008MA
012400 77 RP-INDEX                PIC S9(04) COMP VALUE 0.              261008MA
012500 77 MAX-RP-ENTRIES          PIC S9(04) COMP VALUE 20.             261008MA
012600 01 REPORT-TABLE.                                                 261008MA
012700    03 RP-ENTRY OCCURS 20.                                        261008MA
012800       05 RP-NAME            PIC X(26).                           261008MA
012900       05 RP-FILE            PIC X(08).                           261008MA
013000       05 RP-KEY             PIC 9(12).                           261008MA
013100       05 RP-STATE           PIC X(01).                           261008MA
013200       05 RP-EMPTY-SW        PIC X(01).                           261008MA
013300*                                                                 261008MA
013400*The RPTDIST rows for this stream's reports.  DT-SENT-KEY is      261008MA
013500*the latest good delivery CLAUDIT shows for the row's report      261008MA
013600*and recipient, zero when it has never been sent.                 261008MA
013700 77 DT-COUNT                PIC S9(04) COMP VALUE 0.              261008MA
013800 77 DT-INDEX                PIC S9(04) COMP VALUE 0.              261008MA
013900 77 MAX-DT-ENTRIES          PIC S9(04) COMP VALUE 200.            261008MA
014000 01 DIST-TABLE.                                                   261008MA
014100    03 DT-ENTRY OCCURS 200.                                       261008MA
014200       05 DT-RP              PIC S9(04) COMP.                     261008MA
014300       05 DT-RECIPIENT       PIC X(10).                           261008MA
014400       05 DT-METHOD          PIC X(01).                           261008MA
014500       05 DT-EMPTY-SW        PIC X(01).                           261008MA
014600       05 DT-DEST            PIC X(60).                           261008MA
014700       05 DT-SENT-KEY        PIC 9(12).                           261008MA
014800*                                                                 261008MA
014900*Delivery counts for the console and the FINISH record.           261008MA
015000 77 WS-CT-SENT              PIC S9(04) COMP VALUE 0.              261008MA
015100 77 WS-CT-EMPTY             PIC S9(04) COMP VALUE 0.              261008MA
015200 77 WS-CT-FAILED            PIC S9(04) COMP VALUE 0.              261008MA
015300 77 WS-CT-ALREADY           PIC S9(04) COMP VALUE 0.              261008MA
015400 77 WS-CT-NOT-RUN           PIC S9(04) COMP VALUE 0.              261008MA
015500 01 WS-SENT-SW              PIC X(01)  VALUE "N".                 261008MA
015600    88 DELIVERY-GOOD                   VALUE "Y".                 261008MA
015700 01 ED-COUNT                PIC ZZZ9.                             261008MA
015800*                                                                 261008MA
015900*CI commands through the COMMAND intrinsic, as in GENKEEP.        261008MA
016000 01 WS-CMD-IMAGE            PIC X(90)  VALUE SPACES.              261008MA
016100 01 WS-CMD-PTR              PIC S9(04) COMP VALUE 1.              261008MA
016200 01 WS-CMD-ERROR            PIC S9(04) COMP VALUE 0.              261008MA
016300 01 WS-CMD-PARM             PIC S9(04) COMP VALUE 0.              261008MA
016400 01 WS-CR-WORD              PIC S9(04) COMP VALUE 13.             261008MA
016500 01 WS-CR-WORD-R REDEFINES WS-CR-WORD.                            261008MA
016600    03 FILLER               PIC X(01).                            261008MA
016700    03 WS-CR                PIC X(01).                            261008MA
016800*                                                                 261008MA
016900*FFILEINFO item code 180 = file's last-modified date, the         261008MA
017000*CL2HTML incremental-check call.                                  261008MA
017100 01 WS-CHK-FILE             PIC X(34)  VALUE SPACES.              261008MA
017200 01 WS-CHK-DATE             PIC X(27)  VALUE SPACES.              261008MA
017300 01 WS-EXISTS-SW            PIC X(01)  VALUE "N".                 261008MA
017400    88 FILE-EXISTS                     VALUE "Y".                 261008MA
017500 01 FF-ITEM-CHANGED-DATE    PIC S9(9) COMP SYNC VALUE 180.        261008MA
017600 01 FF-STATUS               PIC S9(9) COMP SYNC VALUE 0.          261008MA
017700 01 FF-ACTUAL-LEN           PIC S9(9) COMP SYNC VALUE 0.          261008MA
017800*                                                                 261008MA
017900*Tonight's window, read from BATCAL the way STEPCHK reads it,     261008MA
018000*with the same compiled-in fallbacks.                             261008MA
018100 01 WS-TODAY                PIC 9(08) VALUE 0.                    261008MA
018200 01 WS-YESTERDAY            PIC 9(08) VALUE 0.                    261008MA
018300 01 WS-NOW-HOUR             PIC 9(02) VALUE 0.                    261008MA
018400 01 WS-EARLY-LIMIT          PIC 9(02) VALUE 8.                    261008MA
018500 01 WS-WINDOW-OPEN          PIC 9(02) VALUE 20.                   261008MA
018600 01 WS-IN-WINDOW-SW         PIC X(01) VALUE "N".                  261008MA
018700    88 STAMP-IN-WINDOW               VALUE "Y".                   261008MA
018800*                                                                 261008MA
018900*DATELINE stamp parsing, as in CURCHK, carried to the minute      261008MA
019000*so a delivery and the report it sent compare in time order.      261008MA
019100 01 TS-WORK                 PIC X(27) VALUE SPACES.               261008MA
019200 01 TS-DAYNAME              PIC X(05) VALUE SPACES.               261008MA
019300 01 TS-MONTH-DAY            PIC X(08) VALUE SPACES.               261008MA
019400 01 TS-YEAR-X               PIC X(05) VALUE SPACES.               261008MA
019500 01 TS-TIME                 PIC X(09) VALUE SPACES.               261008MA
019600 01 TS-MON-X                PIC X(03) VALUE SPACES.               261008MA
019700 01 TS-DD-X                 PIC X(02) VALUE SPACES.               261008MA
019800 01 TS-HH-X                 PIC X(02) VALUE SPACES.               261008MA
019900 01 TS-MM-X                 PIC X(02) VALUE SPACES.               261008MA
020000 01 TS-AMPM                 PIC X(02) VALUE SPACES.               261008MA
020100 01 TS-YEAR                 PIC 9(04) VALUE 0.                    261008MA
020200 01 TS-MONTH                PIC 9(02) VALUE 0.                    261008MA
020300 01 TS-DAY                  PIC 9(02) VALUE 0.                    261008MA
020400 01 TS-HOUR                 PIC 9(02) VALUE 0.                    261008MA
020500 01 TS-MINUTE               PIC 9(02) VALUE 0.                    261008MA
020600 01 TS-DATE-NUM             PIC 9(08) VALUE 0.                    261008MA
020700 01 TS-GOOD-SW              PIC X(01) VALUE "N".                  261008MA
020800    88 TS-PARSED                     VALUE "Y".                   261008MA
020900 01 WS-STAMP-KEY            PIC 9(12) VALUE 0.                    261008MA
021000 01 MONTH-LIST              PIC X(36) VALUE                       261008MA
021100        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".                   261008MA
021200 01 MO-INDEX                PIC S9(04) COMP VALUE 0.              261008MA
021300*                                                                 261008MA
021400*Month lengths for the day-before arithmetic.                     261008MA
021500 01 MONTH-DAYS-LIST.                                              261008MA
021600    03 FILLER               PIC X(24) VALUE                       261008MA
021700       "312831303130313130313031".                                261008MA
021800 01 MONTH-DAYS-R REDEFINES MONTH-DAYS-LIST.                       261008MA
021900    03 MD-DAYS              PIC 9(02) OCCURS 12.                  261008MA
022000 01 WS-WORK-YEAR            PIC 9(04) VALUE 0.                    261008MA
022100 01 WS-WORK-MONTH           PIC 9(02) VALUE 0.                    261008MA
022200 01 WS-WORK-DAY             PIC 9(02) VALUE 0.                    261008MA
022300*                                                                 261008MA
022400 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              261008MA
022500 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261008MA
022600 01 WS-AUDIT-REQUEST.                                             261008MA
022700    03 AR-PROGRAM-NAME         PIC X(08) VALUE "RPTDLVR".         261008MA
022800    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261008MA
022900    03 AR-EVENT                PIC X(06) VALUE SPACES.            261008MA
023000    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261008MA
023100    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261008MA
023200    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261008MA
023300*                                                                 261008MA
023400*=================================================================261008MA
023500*Main logical flow                                                261008MA
023600*=================================================================261008MA
023700 PROCEDURE DIVISION.                                              261008MA
023800 BEGIN-0000.                                                      261008MA
023900     DISPLAY "RPTDLVR Version 1.00, Copyright J3K Solutions".     261008MA
024000     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261008MA
024100     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261008MA
024200     MOVE "START"              TO AR-EVENT.                       261008MA
024300     MOVE SPACES               TO AR-OUTCOME.                     261008MA
024400     MOVE WS-STREAM            TO AR-PARM-1.                      261008MA
024500     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261008MA
024600     PERFORM B0500-READ-CALENDAR THRU B0500-EXIT.                 261008MA
024700     PERFORM B1000-SET-WINDOW THRU B1000-EXIT.                    261008MA
024800     PERFORM B2000-TAKE-REPORTS THRU B2000-EXIT.                  261008MA
024900     PERFORM B3000-LOAD-DIST THRU B3000-EXIT.                     261008MA
025000     PERFORM B4000-SCAN-LOG THRU B4000-EXIT.                      261008MA
025100     PERFORM C1000-DELIVER-ALL THRU C1000-EXIT.                   261008MA
025200     MOVE WS-CT-SENT           TO ED-COUNT.                       261008MA
025300     DISPLAY "RPTDLVR: " ED-COUNT " delivery(ies) made".          261008MA
025400     MOVE WS-CT-EMPTY          TO ED-COUNT.                       261008MA
025500     DISPLAY "RPTDLVR: " ED-COUNT " empty report(s) held back".   261008MA
025600     MOVE WS-CT-ALREADY        TO ED-COUNT.                       261008MA
025700     DISPLAY "RPTDLVR: " ED-COUNT " already delivered".           261008MA
025800     MOVE WS-CT-NOT-RUN        TO ED-COUNT.                       261008MA
025900     DISPLAY "RPTDLVR: " ED-COUNT " not written tonight".         261008MA
026000     MOVE WS-CT-FAILED         TO ED-COUNT.                       261008MA
026100     DISPLAY "RPTDLVR: " ED-COUNT " delivery(ies) failed".        261008MA
026200     MOVE "FINISH"             TO AR-EVENT.                       261008MA
026300     IF WS-CT-FAILED > 0                                          261008MA
026400        MOVE 1                 TO WS-RUN-RC.                      261008MA
026500     IF WS-RUN-RC NOT = 0                                         261008MA
026600        MOVE "FAIL"            TO AR-OUTCOME                      261008MA
026700     ELSE                                                         261008MA
026800        MOVE "OK"              TO AR-OUTCOME                      261008MA
026900     END-IF.                                                      261008MA
027000     MOVE WS-STREAM            TO AR-PARM-1.                      261008MA
027100     MOVE WS-CT-SENT           TO ED-COUNT.                       261008MA
027200     MOVE ED-COUNT             TO AR-PARM-2.                      261008MA
027300     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261008MA
027400     DISPLAY "Normal termination of RPTDLVR run @ " TIME-OF-DAY.  261008MA
027500     IF WS-RUN-RC NOT = 0                                         261008MA
027600        MOVE WS-RUN-RC         TO RETURN-CODE                     261008MA
027700     END-IF.                                                      261008MA
027800     STOP RUN.                                                    261008MA
027900 BEGIN-0000-EXIT. EXIT.                                           261008MA
028000*                                                                 261008MA
028100*A0100-GET-PARMS -- the stream name and the reports it writes,    261008MA
028200*blank-separated, from the RUN INFO string or prompted.           261008MA
028300 A0100-GET-PARMS.                                                 261008MA
028400     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261008MA
028500     IF WS-RUN-INFO NOT = SPACES                                  261008MA
028600        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261008MA
028700           INTO WS-STREAM, WS-REPORT-LIST                         261008MA
028800     ELSE                                                         261008MA
028900        DISPLAY "Enter stream name: " NO ADVANCING                261008MA
029000        ACCEPT WS-STREAM FREE                                     261008MA
029100        DISPLAY "Enter the reports to deliver, separated by "     261008MA
029200                "blanks: " NO ADVANCING                           261008MA
029300        ACCEPT WS-REPORT-LIST FREE                                261008MA
029400     END-IF.                                                      261008MA
029500     IF WS-REPORT-LIST = SPACES                                   261008MA
029600        DISPLAY "RPTDLVR: at least one report name is required"   261008MA
029700        MOVE 16               TO RETURN-CODE                      261008MA
029800        STOP RUN                                                  261008MA
029900     END-IF.                                                      261008MA
030000     IF WS-STREAM = SPACES                                        261008MA
030100        MOVE "MANUAL"          TO WS-STREAM.                      261008MA
030200 A0100-EXIT.  EXIT.                                               261008MA
030300*                                                                 261008MA
030400 A0150-SET-OPERATOR.                                              261008MA
030500     IF WS-RUN-INFO NOT = SPACES                                  261008MA
030600        MOVE "BATCH"           TO WS-OPERATOR                     261008MA
030700     ELSE                                                         261008MA
030800        DISPLAY "Enter operator ID: " NO ADVANCING                261008MA
030900        ACCEPT WS-OPERATOR FREE                                   261008MA
031000     END-IF.                                                      261008MA
031100     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261008MA
031200 A0150-EXIT.  EXIT.                                               261008MA
031300*                                                                 261008MA
031400*B0500-READ-CALENDAR takes the window open and close hours        261008MA
031500*from the operator's BATCAL W record when one exists -- the       261008MA
031600*read STEPCHK performs.                                           261008MA
031700 B0500-READ-CALENDAR.                                             261008MA
031800     OPEN INPUT CALFILE.                                          261008MA
031900     IF CC <> 0                                                   261008MA
032000        GO TO B0500-EXIT.                                         261008MA
032100 B0510-READ.                                                      261008MA
032200     READ CALFILE                                                 261008MA
032300        AT END                                                    261008MA
032400           GO TO B0590-DONE.                                      261008MA
032500     IF CAL-TYPE NOT = "W"                                        261008MA
032600        GO TO B0510-READ.                                         261008MA
032700     COMPUTE WS-WINDOW-OPEN = CAL-OPEN-HHMM / 100.                261008MA
032800     COMPUTE WS-EARLY-LIMIT = CAL-CLOSE-HHMM / 100.               261008MA
032900     GO TO B0590-DONE.                                            261008MA
033000 B0590-DONE.                                                      261008MA
033100     CLOSE CALFILE.                                               261008MA
033200 B0500-EXIT.  EXIT.                                               261008MA
033300*                                                                 261008MA
033400*B1000-SET-WINDOW reduces "now" to today's date number, the       261008MA
033500*hour of day, and the date of the day before -- the STEPCHK       261008MA
033600*window arithmetic.                                               261008MA
033700 B1000-SET-WINDOW.                                                261008MA
033800     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261008MA
033900     MOVE DATE-BUFF            TO TS-WORK.                        261008MA
034000     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261008MA
034100     MOVE TS-DATE-NUM          TO WS-TODAY.                       261008MA
034200     MOVE TS-HOUR              TO WS-NOW-HOUR.                    261008MA
034300     MOVE TS-YEAR              TO WS-WORK-YEAR.                   261008MA
034400     MOVE TS-MONTH             TO WS-WORK-MONTH.                  261008MA
034500     MOVE TS-DAY               TO WS-WORK-DAY.                    261008MA
034600     PERFORM E1100-DAY-BEFORE THRU E1100-EXIT.                    261008MA
034700     COMPUTE WS-YESTERDAY =                                       261008MA
034800         (WS-WORK-YEAR * 10000) + (WS-WORK-MONTH * 100)           261008MA
034900         + WS-WORK-DAY.                                           261008MA
035000 B1000-EXIT.  EXIT.                                               261008MA
035100*                                                                 261008MA
035200*B2000-TAKE-REPORTS splits the report list and asks of each       261008MA
035300*whether tonight wrote it, and whether it is empty.               261008MA
035400 B2000-TAKE-REPORTS.                                              261008MA
035500     MOVE 0                    TO RP-COUNT.                       261008MA
035600     MOVE 1                    TO WS-LIST-PTR.                    261008MA
035700 B2010-NEXT.                                                      261008MA
035800     IF WS-LIST-PTR > 240                                         261008MA
035900        GO TO B2000-EXIT.                                         261008MA
036000     MOVE SPACES               TO WS-ONE-REPORT.                  261008MA
036100     UNSTRING WS-REPORT-LIST DELIMITED BY ALL " "                 261008MA
036200        INTO WS-ONE-REPORT                                        261008MA
036300        WITH POINTER WS-LIST-PTR.                                 261008MA
036400     IF WS-ONE-REPORT = SPACES                                    261008MA
036500        GO TO B2010-NEXT.                                         261008MA
036600     IF RP-COUNT >= MAX-RP-ENTRIES                                261008MA
036700        DISPLAY "RPTDLVR: report table full, " WS-ONE-REPORT      261008MA
036800                " and after not delivered"                        261008MA
036900        GO TO B2000-EXIT.                                         261008MA
037000     ADD 1                     TO RP-COUNT.                       261008MA
037100     MOVE RP-COUNT             TO RP-INDEX.                       261008MA
037200     MOVE WS-ONE-REPORT        TO RP-NAME(RP-INDEX).              261008MA
037300     MOVE SPACES               TO WS-FILE-PART.                   261008MA
037400     UNSTRING WS-ONE-REPORT DELIMITED BY "."                      261008MA
037500        INTO WS-FILE-PART.                                        261008MA
037600     MOVE WS-FILE-PART         TO RP-FILE(RP-INDEX).              261008MA
037700     PERFORM B2100-PROBE-REPORT THRU B2100-EXIT.                  261008MA
037800     GO TO B2010-NEXT.                                            261008MA
037900 B2000-EXIT.  EXIT.                                               261008MA
038000*                                                                 261008MA
038100*B2100-PROBE-REPORT dates the report against tonight's window     261008MA
038200*and reads one record to see whether it has any content.          261008MA
038300 B2100-PROBE-REPORT.                                              261008MA
038400     MOVE 0                    TO RP-KEY(RP-INDEX).               261008MA
038500     MOVE "N"                  TO RP-EMPTY-SW(RP-INDEX).          261008MA
038600     MOVE RP-NAME(RP-INDEX)    TO WS-CHK-FILE.                    261008MA
038700     PERFORM E9000-FILE-DATE THRU E9000-EXIT.                     261008MA
038800     IF NOT FILE-EXISTS                                           261008MA
038900        MOVE "M"               TO RP-STATE(RP-INDEX)              261008MA
039000        GO TO B2100-EXIT.                                         261008MA
039100     MOVE WS-CHK-DATE          TO TS-WORK.                        261008MA
039200     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261008MA
039300     MOVE WS-STAMP-KEY         TO RP-KEY(RP-INDEX).               261008MA
039400     PERFORM E2000-WINDOW-TEST THRU E2000-EXIT.                   261008MA
039500     IF NOT STAMP-IN-WINDOW                                       261008MA
039600        MOVE "O"               TO RP-STATE(RP-INDEX)              261008MA
039700        GO TO B2100-EXIT.                                         261008MA
039800     MOVE "T"                  TO RP-STATE(RP-INDEX).             261008MA
039900     MOVE RP-NAME(RP-INDEX)    TO WS-RPT-NAME.                    261008MA
040000     OPEN INPUT RPTFILE.                                          261008MA
040100     IF CC <> 0                                                   261008MA
040200        GO TO B2100-EXIT.                                         261008MA
040300     READ RPTFILE                                                 261008MA
040400        AT END                                                    261008MA
040500           MOVE "Y"            TO RP-EMPTY-SW(RP-INDEX).          261008MA
040600     CLOSE RPTFILE.                                               261008MA
040700 B2100-EXIT.  EXIT.                                               261008MA
040800*                                                                 261008MA
040900*B3000-LOAD-DIST keeps the RPTDIST rows whose report is one       261008MA
041000*of this stream's, matched on the file name alone so a row        261008MA
041100*need not carry the group and account.  Rows for the other        261008MA
041200*stream's reports are passed over.                                261008MA
041300 B3000-LOAD-DIST.                                                 261008MA
041400     MOVE 0                    TO DT-COUNT.                       261008MA
041500     OPEN INPUT DSTFILE.                                          261008MA
041600     IF CC <> 0                                                   261008MA
041700        DISPLAY "RPTDLVR: no distribution file (RPTDIST) -- "     261008MA
041800                "nothing delivered"                               261008MA
041900        GO TO B3000-EXIT                                          261008MA
042000     END-IF.                                                      261008MA
042100 B3010-READ.                                                      261008MA
042200     READ DSTFILE                                                 261008MA
042300        AT END                                                    261008MA
042400           GO TO B3090-DONE.                                      261008MA
042500     IF DST-REPORT = SPACES OR DST-RECIPIENT = SPACES             261008MA
042600        GO TO B3010-READ.                                         261008MA
042700     MOVE SPACES               TO WS-FILE-PART.                   261008MA
042800     UNSTRING DST-REPORT DELIMITED BY "."                         261008MA
042900        INTO WS-FILE-PART.                                        261008MA
043000     MOVE 1                    TO RP-INDEX.                       261008MA
043100 B3020-MATCH.                                                     261008MA
043200     IF RP-INDEX > RP-COUNT                                       261008MA
043300        GO TO B3010-READ.                                         261008MA
043400     IF RP-FILE(RP-INDEX) NOT = WS-FILE-PART                      261008MA
043500        ADD 1                  TO RP-INDEX                        261008MA
043600        GO TO B3020-MATCH.                                        261008MA
043700     IF DT-COUNT >= MAX-DT-ENTRIES                                261008MA
043800        DISPLAY "RPTDLVR: distribution table full, remainder "    261008MA
043900                "of RPTDIST not delivered"                        261008MA
044000        GO TO B3090-DONE.                                         261008MA
044100     ADD 1                     TO DT-COUNT.                       261008MA
044200     MOVE RP-INDEX             TO DT-RP(DT-COUNT).                261008MA
044300     MOVE DST-RECIPIENT        TO DT-RECIPIENT(DT-COUNT).         261008MA
044400     MOVE DST-METHOD           TO DT-METHOD(DT-COUNT).            261008MA
044500     MOVE DST-EMPTY-SW         TO DT-EMPTY-SW(DT-COUNT).          261008MA
044600     MOVE DST-DEST             TO DT-DEST(DT-COUNT).              261008MA
044700     MOVE 0                    TO DT-SENT-KEY(DT-COUNT).          261008MA
044800     GO TO B3010-READ.                                            261008MA
044900 B3090-DONE.                                                      261008MA
045000     CLOSE DSTFILE.                                               261008MA
045100     MOVE DT-COUNT             TO ED-COUNT.                       261008MA
045200     DISPLAY "RPTDLVR: " ED-COUNT " distribution row(s) for "     261008MA
045300             WS-STREAM.                                           261008MA
045400 B3000-EXIT.  EXIT.                                               261008MA
045500*                                                                 261008MA
045600*B4000-SCAN-LOG reads CLAUDIT once for this program's good        261008MA
045700*DELIVR records and keeps, for each row, the latest one sent      261008MA
045800*to that recipient for that report.                               261008MA
045900 B4000-SCAN-LOG.                                                  261008MA
046000     IF DT-COUNT = 0                                              261008MA
046100        GO TO B4000-EXIT.                                         261008MA
046200     OPEN INPUT AUDITFIL.                                         261008MA
046300     IF CC <> 0                                                   261008MA
046400        GO TO B4000-EXIT                                          261008MA
046500     END-IF.                                                      261008MA
046600 B4010-READ.                                                      261008MA
046700     READ AUDITFIL                                                261008MA
046800        AT END                                                    261008MA
046900           GO TO B4090-DONE.                                      261008MA
047000     IF AUD-PROGRAM-NAME NOT = "RPTDLVR"                          261008MA
047100        GO TO B4010-READ.                                         261008MA
047200     IF AUD-EVENT NOT = "DELIVR" OR AUD-OUTCOME NOT = "OK"        261008MA
047300        GO TO B4010-READ.                                         261008MA
047400     MOVE AUD-TIMESTAMP        TO TS-WORK.                        261008MA
047500     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261008MA
047600     IF NOT TS-PARSED                                             261008MA
047700        GO TO B4010-READ.                                         261008MA
047800     MOVE 1                    TO DT-INDEX.                       261008MA
047900 B4020-MATCH.                                                     261008MA
048000     IF DT-INDEX > DT-COUNT                                       261008MA
048100        GO TO B4010-READ.                                         261008MA
048200     MOVE DT-RP(DT-INDEX)      TO RP-INDEX.                       261008MA
048300     IF AUD-PARM-1 = RP-NAME(RP-INDEX)                            261008MA
048400        AND AUD-PARM-2 = DT-RECIPIENT(DT-INDEX)                   261008MA
048500        AND WS-STAMP-KEY > DT-SENT-KEY(DT-INDEX)                  261008MA
048600        MOVE WS-STAMP-KEY      TO DT-SENT-KEY(DT-INDEX)           261008MA
048700     END-IF.                                                      261008MA
048800     ADD 1                     TO DT-INDEX.                       261008MA
048900     GO TO B4020-MATCH.                                           261008MA
049000 B4090-DONE.                                                      261008MA
049100     CLOSE AUDITFIL.                                              261008MA
049200 B4000-EXIT.  EXIT.                                               261008MA
049300*                                                                 261008MA
049400*C1000-DELIVER-ALL works down the distribution rows in RPTDIST    261008MA
049500*order.                                                           261008MA
049600 C1000-DELIVER-ALL.                                               261008MA
049700     MOVE 1                    TO DT-INDEX.                       261008MA
049800 C1010-NEXT.                                                      261008MA
049900     IF DT-INDEX > DT-COUNT                                       261008MA
050000        GO TO C1000-EXIT.                                         261008MA
050100     PERFORM C1100-DELIVER-ONE THRU C1100-EXIT.                   261008MA
050200     ADD 1                     TO DT-INDEX.                       261008MA
050300     GO TO C1010-NEXT.                                            261008MA
050400 C1000-EXIT.  EXIT.                                               261008MA
050500*                                                                 261008MA
050600*C1100-DELIVER-ONE sends one report to one recipient, unless      261008MA
050700*tonight did not write it, the recipient already has this         261008MA
050800*version, or it is empty and the row says not to send it.         261008MA
050900 C1100-DELIVER-ONE.                                               261008MA
051000     MOVE DT-RP(DT-INDEX)      TO RP-INDEX.                       261008MA
051100     IF RP-STATE(RP-INDEX) NOT = "T"                              261008MA
051200        ADD 1                  TO WS-CT-NOT-RUN                   261008MA
051300        DISPLAY "RPTDLVR: " RP-NAME(RP-INDEX)                     261008MA
051400                " not written tonight -- nothing sent to "        261008MA
051500                DT-RECIPIENT(DT-INDEX)                            261008MA
051600        GO TO C1100-EXIT.                                         261008MA
051700     IF DT-SENT-KEY(DT-INDEX) >= RP-KEY(RP-INDEX)                 261008MA
051800        ADD 1                  TO WS-CT-ALREADY                   261008MA
051900        DISPLAY "RPTDLVR: " RP-NAME(RP-INDEX)                     261008MA
052000                " already delivered to " DT-RECIPIENT(DT-INDEX)   261008MA
052100        GO TO C1100-EXIT.                                         261008MA
052200     MOVE "DELIVR"             TO AR-EVENT.                       261008MA
052300     MOVE RP-NAME(RP-INDEX)    TO AR-PARM-1.                      261008MA
052400     MOVE DT-RECIPIENT(DT-INDEX) TO AR-PARM-2.                    261008MA
052500     IF RP-EMPTY-SW(RP-INDEX) = "Y"                               261008MA
052600        AND DT-EMPTY-SW(DT-INDEX) NOT = "Y"                       261008MA
052700        ADD 1                  TO WS-CT-EMPTY                     261008MA
052800        DISPLAY "RPTDLVR: " RP-NAME(RP-INDEX)                     261008MA
052900                " is empty -- not sent to "                       261008MA
053000                DT-RECIPIENT(DT-INDEX)                            261008MA
053100        MOVE "EMPTY"           TO AR-OUTCOME                      261008MA
053200        PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT             261008MA
053300        GO TO C1100-EXIT.                                         261008MA
053400     MOVE "N"                  TO WS-SENT-SW.                     261008MA
053500     IF DT-METHOD(DT-INDEX) = "P"                                 261008MA
053600        PERFORM C2000-PRINT THRU C2000-EXIT                       261008MA
053700        GO TO C1150-RESULT.                                       261008MA
053800     IF DT-METHOD(DT-INDEX) = "G"                                 261008MA
053900        PERFORM C3000-COPY-TO-GROUP THRU C3000-EXIT               261008MA
054000        GO TO C1150-RESULT.                                       261008MA
054100     IF DT-METHOD(DT-INDEX) = "M"                                 261008MA
054200        PERFORM C4000-QUEUE-MAIL THRU C4000-EXIT                  261008MA
054300        GO TO C1150-RESULT.                                       261008MA
054400     DISPLAY "RPTDLVR: delivery method " DT-METHOD(DT-INDEX)      261008MA
054500             " for " DT-RECIPIENT(DT-INDEX) " is not P, G or M".  261008MA
054600 C1150-RESULT.                                                    261008MA
054700     IF DELIVERY-GOOD                                             261008MA
054800        ADD 1                  TO WS-CT-SENT                      261008MA
054900        MOVE "OK"              TO AR-OUTCOME                      261008MA
055000        DISPLAY "RPTDLVR: " RP-NAME(RP-INDEX) " delivered to "    261008MA
055100                DT-RECIPIENT(DT-INDEX) " by "                     261008MA
055200                DT-METHOD(DT-INDEX)                               261008MA
055300     ELSE                                                         261008MA
055400        ADD 1                  TO WS-CT-FAILED                    261008MA
055500        MOVE "FAIL"            TO AR-OUTCOME                      261008MA
055600     END-IF.                                                      261008MA
055700     MOVE "DELIVR"             TO AR-EVENT.                       261008MA
055800     MOVE RP-NAME(RP-INDEX)    TO AR-PARM-1.                      261008MA
055900     MOVE DT-RECIPIENT(DT-INDEX) TO AR-PARM-2.                    261008MA
056000     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261008MA
056100 C1100-EXIT.  EXIT.                                               261008MA
056200*                                                                 261008MA
056300*C2000-PRINT spools the report to the row's device or device      261008MA
056400*class through a file equation, the report's own records and      261008MA
056500*carriage control unchanged.                                      261008MA
056600 C2000-PRINT.                                                     261008MA
056700     MOVE SPACES               TO WS-CMD-IMAGE.                   261008MA
056800     MOVE 1                    TO WS-CMD-PTR.                     261008MA
056900     STRING "FILE RPTDLVLP;DEV=" DELIMITED BY SIZE                261008MA
057000            DT-DEST(DT-INDEX) DELIMITED BY SPACE                  261008MA
057100       INTO WS-CMD-IMAGE                                          261008MA
057200       WITH POINTER WS-CMD-PTR.                                   261008MA
057300     PERFORM C9000-RUN-COMMAND THRU C9000-EXIT.                   261008MA
057400     IF WS-CMD-ERROR NOT = 0                                      261008MA
057500        GO TO C2000-EXIT.                                         261008MA
057600     MOVE SPACES               TO WS-CMD-IMAGE.                   261008MA
057700     MOVE 1                    TO WS-CMD-PTR.                     261008MA
057800     STRING "PRINT " DELIMITED BY SIZE                            261008MA
057900            RP-NAME(RP-INDEX) DELIMITED BY SPACE                  261008MA
058000            ";OUT=*RPTDLVLP" DELIMITED BY SIZE                    261008MA
058100       INTO WS-CMD-IMAGE                                          261008MA
058200       WITH POINTER WS-CMD-PTR.                                   261008MA
058300     PERFORM C9000-RUN-COMMAND THRU C9000-EXIT.                   261008MA
058400     IF WS-CMD-ERROR = 0                                          261008MA
058500        MOVE "Y"               TO WS-SENT-SW.                     261008MA
058600     MOVE SPACES               TO WS-CMD-IMAGE.                   261008MA
058700     MOVE 1                    TO WS-CMD-PTR.                     261008MA
058800     STRING "RESET RPTDLVLP" DELIMITED BY SIZE                    261008MA
058900       INTO WS-CMD-IMAGE                                          261008MA
059000       WITH POINTER WS-CMD-PTR.                                   261008MA
059100     MOVE WS-CR                TO WS-CMD-IMAGE(WS-CMD-PTR:1).     261008MA
059200     CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,                 261008MA
059300                                    WS-CMD-ERROR,                 261008MA
059400                                    WS-CMD-PARM.                  261008MA
059500 C2000-EXIT.  EXIT.                                               261008MA
059600*                                                                 261008MA
059700*C3000-COPY-TO-GROUP copies the report, under its own file        261008MA
059800*name, into the row's shared group.account, replacing the         261008MA
059900*copy left there by the night before.                             261008MA
060000 C3000-COPY-TO-GROUP.                                             261008MA
060100     MOVE SPACES               TO WS-CMD-IMAGE.                   261008MA
060200     MOVE 1                    TO WS-CMD-PTR.                     261008MA
060300     STRING "COPY " DELIMITED BY SIZE                             261008MA
060400            RP-NAME(RP-INDEX) DELIMITED BY SPACE                  261008MA
060500            "," DELIMITED BY SIZE                                 261008MA
060600            RP-FILE(RP-INDEX) DELIMITED BY SPACE                  261008MA
060700            "." DELIMITED BY SIZE                                 261008MA
060800            DT-DEST(DT-INDEX) DELIMITED BY SPACE                  261008MA
060900            ";YES" DELIMITED BY SIZE                              261008MA
061000       INTO WS-CMD-IMAGE                                          261008MA
061100       WITH POINTER WS-CMD-PTR.                                   261008MA
061200     PERFORM C9000-RUN-COMMAND THRU C9000-EXIT.                   261008MA
061300     IF WS-CMD-ERROR = 0                                          261008MA
061400        MOVE "Y"               TO WS-SENT-SW.                     261008MA
061500 C3000-EXIT.  EXIT.                                               261008MA
061600*                                                                 261008MA
061700*C4000-QUEUE-MAIL appends a request for the row's address to      261008MA
061800*the mail gateway's queue; the gateway sends the report           261008MA
061900*itself as it drains the queue.                                   261008MA
062000 C4000-QUEUE-MAIL.                                                261008MA
062100     MOVE SPACES               TO MQ-RECORD.                      261008MA
062200     MOVE DT-DEST(DT-INDEX)    TO MQ-ADDRESS.                     261008MA
062300     MOVE RP-NAME(RP-INDEX)    TO MQ-REPORT.                      261008MA
062400     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261008MA
062500     STRING WS-STREAM DELIMITED BY SPACE                          261008MA
062600            " " DELIMITED BY SIZE                                 261008MA
062700            RP-FILE(RP-INDEX) DELIMITED BY SPACE                  261008MA
062800            " for " DELIMITED BY SIZE                             261008MA
062900            DATE-BUFF DELIMITED BY SIZE                           261008MA
063000       INTO MQ-SUBJECT.                                           261008MA
063100     MOVE DATE-BUFF            TO MQ-QUEUED.                      261008MA
063200     MOVE "RPTDLVR"            TO MQ-SENDER.                      261008MA
063300     OPEN EXTEND MAILFILE.                                        261008MA
063400     IF CC <> 0                                                   261008MA
063500        OPEN OUTPUT MAILFILE                                      261008MA
063600        IF CC <> 0                                                261008MA
063700           DISPLAY "RPTDLVR: cannot open the mail queue "         261008MA
063800                   "(MAILQUE) for " DT-RECIPIENT(DT-INDEX)        261008MA
063900           GO TO C4000-EXIT                                       261008MA
064000        END-IF                                                    261008MA
064100     END-IF.                                                      261008MA
064200     WRITE MQ-RECORD.                                             261008MA
064300     CLOSE MAILFILE.                                              261008MA
064400     MOVE "Y"                  TO WS-SENT-SW.                     261008MA
064500 C4000-EXIT.  EXIT.                                               261008MA
064600*                                                                 261008MA
064700*C9000-RUN-COMMAND ends the image built in WS-CMD-IMAGE with      261008MA
064800*the carriage return and hands it to the CI.                      261008MA
064900 C9000-RUN-COMMAND.                                               261008MA
065000     MOVE WS-CR                TO WS-CMD-IMAGE(WS-CMD-PTR:1).     261008MA
065100     CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,                 261008MA
065200                                    WS-CMD-ERROR,                 261008MA
065300                                    WS-CMD-PARM.                  261008MA
065400     IF WS-CMD-ERROR NOT = 0                                      261008MA
065500        DISPLAY "RPTDLVR: " WS-CMD-IMAGE(1:WS-CMD-PTR - 1)        261008MA
065600        DISPLAY "RPTDLVR: failed for " DT-RECIPIENT(DT-INDEX)     261008MA
065700                ", CIERROR=" WS-CMD-ERROR                         261008MA
065800     END-IF.                                                      261008MA
065900 C9000-EXIT.  EXIT.                                               261008MA
066000*                                                                 261008MA
066100*E1000-PARSE-STAMP reduces the DATELINE stamp in TS-WORK --       261008MA
066200*"FRI, AUG 22, 2026, 11:59 PM" -- to a numeric date, a 24-hour    261008MA
066300*clock hour, and YYYYMMDDHHMM in WS-STAMP-KEY (the CURCHK         261008MA
066400*routine).                                                        261008MA
066500 E1000-PARSE-STAMP.                                               261008MA
066600     MOVE "N"                  TO TS-GOOD-SW.                     261008MA
066700     MOVE 0                    TO TS-DATE-NUM TS-HOUR TS-MINUTE   261008MA
066800                                  WS-STAMP-KEY.                   261008MA
066900     MOVE SPACES               TO TS-DAYNAME TS-MONTH-DAY         261008MA
067000                                  TS-YEAR-X TS-TIME.              261008MA
067100     UNSTRING TS-WORK DELIMITED BY ", "                           261008MA
067200        INTO TS-DAYNAME, TS-MONTH-DAY, TS-YEAR-X, TS-TIME.        261008MA
067300     MOVE SPACES               TO TS-MON-X TS-DD-X.               261008MA
067400     UNSTRING TS-MONTH-DAY DELIMITED BY ALL " "                   261008MA
067500        INTO TS-MON-X, TS-DD-X.                                   261008MA
067600     IF TS-DD-X(2:1) = SPACE                                      261008MA
067700        MOVE TS-DD-X(1:1)      TO TS-DD-X(2:1)                    261008MA
067800        MOVE "0"               TO TS-DD-X(1:1)                    261008MA
067900     END-IF.                                                      261008MA
068000     MOVE 0                    TO TS-MONTH.                       261008MA
068100     MOVE 1                    TO MO-INDEX.                       261008MA
068200 E1000-HUNT.                                                      261008MA
068300     IF MO-INDEX > 12                                             261008MA
068400        GO TO E1000-EDIT.                                         261008MA
068500     IF MONTH-LIST((MO-INDEX * 3) - 2:3) = TS-MON-X               261008MA
068600        MOVE MO-INDEX          TO TS-MONTH                        261008MA
068700        GO TO E1000-EDIT.                                         261008MA
068800     ADD 1                     TO MO-INDEX.                       261008MA
068900     GO TO E1000-HUNT.                                            261008MA
069000 E1000-EDIT.                                                      261008MA
069100     IF TS-MONTH = 0                                              261008MA
069200        GO TO E1000-EXIT.                                         261008MA
069300     IF TS-YEAR-X(1:4) IS NOT NUMERIC                             261008MA
069400        GO TO E1000-EXIT.                                         261008MA
069500     IF TS-DD-X IS NOT NUMERIC                                    261008MA
069600        GO TO E1000-EXIT.                                         261008MA
069700     MOVE TS-YEAR-X(1:4)       TO TS-YEAR.                        261008MA
069800     MOVE TS-DD-X              TO TS-DAY.                         261008MA
069900     COMPUTE TS-DATE-NUM =                                        261008MA
070000         (TS-YEAR * 10000) + (TS-MONTH * 100) + TS-DAY.           261008MA
070100*DATELINE pads a one-digit hour with a blank -- zero it.          261008MA
070200     INSPECT TS-TIME REPLACING LEADING " " BY "0".                261008MA
070300     MOVE SPACES               TO TS-HH-X TS-MM-X TS-AMPM.        261008MA
070400     UNSTRING TS-TIME DELIMITED BY ":" OR " "                     261008MA
070500        INTO TS-HH-X, TS-MM-X, TS-AMPM.                           261008MA
070600     IF TS-HH-X(2:1) = SPACE                                      261008MA
070700        MOVE TS-HH-X(1:1)      TO TS-HH-X(2:1)                    261008MA
070800        MOVE "0"               TO TS-HH-X(1:1)                    261008MA
070900     END-IF.                                                      261008MA
071000     IF TS-HH-X IS NUMERIC                                        261008MA
071100        MOVE TS-HH-X           TO TS-HOUR                         261008MA
071200     END-IF.                                                      261008MA
071300     IF TS-MM-X IS NUMERIC                                        261008MA
071400        MOVE TS-MM-X           TO TS-MINUTE                       261008MA
071500     END-IF.                                                      261008MA
071600     IF TS-AMPM = "PM" AND TS-HOUR < 12                           261008MA
071700        ADD 12                 TO TS-HOUR                         261008MA
071800     END-IF.                                                      261008MA
071900     IF TS-AMPM = "AM" AND TS-HOUR = 12                           261008MA
072000        MOVE 0                 TO TS-HOUR                         261008MA
072100     END-IF.                                                      261008MA
072200     COMPUTE WS-STAMP-KEY = (TS-DATE-NUM * 10000)                 261008MA
072300         + (TS-HOUR * 100) + TS-MINUTE.                           261008MA
072400     MOVE "Y"                  TO TS-GOOD-SW.                     261008MA
072500 E1000-EXIT.  EXIT.                                               261008MA
072600*                                                                 261008MA
072700*E1100-DAY-BEFORE backs the working date up one day, minding      261008MA
072800*month ends and leap years.                                       261008MA
072900 E1100-DAY-BEFORE.                                                261008MA
073000     IF WS-WORK-DAY > 1                                           261008MA
073100        SUBTRACT 1 FROM WS-WORK-DAY                               261008MA
073200        GO TO E1100-EXIT.                                         261008MA
073300     IF WS-WORK-MONTH = 1                                         261008MA
073400        SUBTRACT 1 FROM WS-WORK-YEAR                              261008MA
073500        MOVE 12                TO WS-WORK-MONTH                   261008MA
073600        MOVE 31                TO WS-WORK-DAY                     261008MA
073700        GO TO E1100-EXIT.                                         261008MA
073800     SUBTRACT 1 FROM WS-WORK-MONTH.                               261008MA
073900     MOVE MD-DAYS(WS-WORK-MONTH) TO WS-WORK-DAY.                  261008MA
074000     IF WS-WORK-MONTH = 2                                         261008MA
074100        IF FUNCTION MOD(WS-WORK-YEAR, 4) = 0                      261008MA
074200           AND (FUNCTION MOD(WS-WORK-YEAR, 100) NOT = 0           261008MA
074300                OR FUNCTION MOD(WS-WORK-YEAR, 400) = 0)           261008MA
074400           MOVE 29             TO WS-WORK-DAY                     261008MA
074500        END-IF                                                    261008MA
074600     END-IF.                                                      261008MA
074700 E1100-EXIT.  EXIT.                                               261008MA
074800*                                                                 261008MA
074900*E2000-WINDOW-TEST answers whether the stamp just parsed          261008MA
075000*belongs to tonight's window -- the STEPCHK rule.                 261008MA
075100 E2000-WINDOW-TEST.                                               261008MA
075200     MOVE "N"                  TO WS-IN-WINDOW-SW.                261008MA
075300     IF TS-DATE-NUM = WS-TODAY                                    261008MA
075400        IF TS-HOUR >= WS-WINDOW-OPEN                              261008MA
075500           OR (WS-NOW-HOUR < WS-EARLY-LIMIT                       261008MA
075600               AND TS-HOUR < WS-EARLY-LIMIT)                      261008MA
075700           MOVE "Y"            TO WS-IN-WINDOW-SW                 261008MA
075800        END-IF                                                    261008MA
075900        GO TO E2000-EXIT.                                         261008MA
076000     IF WS-NOW-HOUR < WS-EARLY-LIMIT                              261008MA
076100        AND TS-DATE-NUM = WS-YESTERDAY                            261008MA
076200        AND TS-HOUR >= WS-WINDOW-OPEN                             261008MA
076300        MOVE "Y"               TO WS-IN-WINDOW-SW                 261008MA
076400     END-IF.                                                      261008MA
076500 E2000-EXIT.  EXIT.                                               261008MA
076600*                                                                 261008MA
076700*E9000-FILE-DATE asks FFILEINFO for the named file's              261008MA
076800*last-modified stamp; FILE-EXISTS says whether there was one.     261008MA
076900 E9000-FILE-DATE.                                                 261008MA
077000     MOVE "N"                  TO WS-EXISTS-SW.                   261008MA
077100     MOVE SPACES               TO WS-CHK-DATE.                    261008MA
077200     CALL INTRINSIC "FFILEINFO" USING WS-CHK-FILE,                261008MA
077300                                      FF-ITEM-CHANGED-DATE,       261008MA
077400                                      FF-STATUS,                  261008MA
077500                                      WS-CHK-DATE,                261008MA
077600                                      FF-ACTUAL-LEN.              261008MA
077700     IF FF-STATUS = 0                                             261008MA
077800        MOVE "Y"               TO WS-EXISTS-SW                    261008MA
077900     END-IF.                                                      261008MA
078000 E9000-EXIT.  EXIT.                                               261008MA
078100*                                                                 261008MA
078200*B9500-LOG-AUDIT-EVENT appends one record to the shared           261008MA
078300*operations audit-trail log via AUDLOG.                           261008MA
078400 B9500-LOG-AUDIT-EVENT.                                           261008MA
078500     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261008MA
078600     IF RETURN-CODE NOT = 0                                       261008MA
078700        DISPLAY "RPTDLVR: audit log entry not recorded"           261008MA
078800     END-IF.                                                      261008MA
078900 B9500-EXIT.  EXIT.                                               261008MA
079000 END PROGRAM RPTDLVR.                                             261008MA
