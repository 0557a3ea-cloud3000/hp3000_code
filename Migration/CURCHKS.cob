000100******************************************************************261007MA
000200* CURCHK -- SOURCE-VERSUS-PROGRAM-FILE CURRENCY CHECK             261007MA
000300******************************************************************261007MA
000400 IDENTIFICATION DIVISION.                                         261007MA
000500 PROGRAM-ID.     CURCHK.                                          261007MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261007MA
000700 DATE-COMPILED.                                                   261007MA
000800*                   COPYRIGHT 2007                                261007MA
000900*          J3K Solutions All rights reserved.                     261007MA
001000*                                                                 261007MA
001100* PLSTGEN FINDS EVERY COBOL SOURCE IN THE FILESET, BUT NOTHING    261007MA
001200* SAID WHETHER THE PROGRAM FILE RUNNING IN PRODUCTION WAS BUILT   261007MA
001300* FROM THE SOURCE NOW ON DISK.  THIS PROGRAM TAKES EACH PLIST     261007MA
001400* ENTRY, NAMES ITS PROGRAM FILE BY THE SHOP CONVENTION -- THE     261007MA
001500* SOURCE'S PROGRAM-ID, IN THE PROGRAM GROUP -- AND COMPARES THE   261007MA
001600* TWO LAST-MODIFIED STAMPS FFILEINFO RETURNS, AS CL2HTML'S        261007MA
001700* INCREMENTAL CHECK DOES FOR THE COPYLIBS.  THE HTML PAGE LISTS   261007MA
001800* SOURCES NEWER THAN THEIR PROGRAM FILE, SOURCES WITH NO          261007MA
001900* PROGRAM FILE, AND PROGRAM FILES IN THE GROUP WITH NO SURVIVING  261007MA
002000* SOURCE.  RECMPLST IS CHECKED AS WELL: A PROGRAM IMPACT LISTED   261007MA
002100* FOR RECOMPILE WHOSE PROGRAM FILE IS STILL OLDER THAN THE LIST   261007MA
002200* (OR THAN ITS SOURCE, OR MISSING) IS SHOWN IN RED.  RUN INFO IS  261007MA
002300* "PLIST,GROUP,PAGE" -- THE PROGRAM LIST, THE GROUP.ACCOUNT THE   261007MA
002400* PROGRAM FILES LIVE IN (BLANK FOR THE LOGON GROUP) AND THE PAGE  261007MA
002500* TO WRITE (BLANK FOR CURRPT).  ENDS 1 WHEN ANY ROW IS RED, SO    261007MA
002600* THE STREAM WARNS.                                               261007MA
002700*-----------------------------------------------------------------261007MA
002800* MODIFICATION HISTORY                                            261007MA
002900* 261007MA  INITIAL VERSION.                                      261007MA
003000*-----------------------------------------------------------------261007MA
003100*                                                                 261007MA
003200 ENVIRONMENT DIVISION.                                            261007MA
003300 CONFIGURATION SECTION.                                           261007MA
003400 SOURCE-COMPUTER. HP-3000.                                        261007MA
003500 OBJECT-COMPUTER. HP-3000.                                        261007MA
003600 SPECIAL-NAMES.                                                   261007MA
003700 CONDITION-CODE IS CC.                                            261007MA
003800*                                                                 261007MA
003900 INPUT-OUTPUT SECTION.                                            261007MA
004000 FILE-CONTROL.                                                    261007MA
004100     SELECT PLISTFILE ASSIGN TO DUMMY USING WS-PLIST-NAME.        261007MA
004200     SELECT PROGFILE  ASSIGN TO DUMMY USING WS-PROG-NAME.         261007MA
004300*IMPACT's deduplicated recompile list, one name per record.       261007MA
004400     SELECT RCLFILE   ASSIGN TO "RECMPLST,,,,2000".               261007MA
004500*LISTFILE output for the program group.                           261007MA
004600     SELECT WRKFILE   ASSIGN TO "CURWRK,,,,2000".                 261007MA
004700*                                                                 261007MA
004800 DATA DIVISION.                                                   261007MA
004900 FILE SECTION.                                                    261007MA
005000*Same program-list layout CPYXREF and CALLXREF read.              261007MA
005100 FD  PLISTFILE                                                    261007MA
005200     RECORD CONTAINS 280 CHARACTERS.                              261007MA
005300 01  PLIST-RECORD.                                                261007MA
005400     03 PL-PROG-NAME        PIC X(26).                            261007MA
005500     03 PL-HTML-DOC         PIC X(254).                           261007MA
005600*                                                                 261007MA
005700 FD  PROGFILE                                                     261007MA
005800     RECORD CONTAINS 80 CHARACTERS.                               261007MA
005900 01  PROG-RECORD           PIC X(80).                             261007MA
006000*                                                                 261007MA
006100 FD  RCLFILE                                                      261007MA
006200     RECORD CONTAINS 26 CHARACTERS.                               261007MA
006300 01  RCL-RECORD            PIC X(26).                             261007MA
006400*                                                                 261007MA
006500 FD  WRKFILE                                                      261007MA
006600     RECORD CONTAINS 80 CHARACTERS.                               261007MA
006700 01  WRK-RECORD            PIC X(80).                             261007MA
006800*                                                                 261007MA
006900 WORKING-STORAGE SECTION.                                         261007MA
007000*                                                                 261007MA
007100 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              261007MA
007200 01 WS-PLIST-NAME           PIC X(26)  VALUE SPACES.              261007MA
007300 01 WS-PROG-NAME            PIC X(26)  VALUE SPACES.              261007MA
007400 01 WS-PROG-GROUP           PIC X(17)  VALUE SPACES.              261007MA
007500 01 DEST-FILE               PIC X(254) VALUE SPACES.              261007MA
007600 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              261007MA
007700*                                                                 261007MA
007800*One row per PLIST entry.  PG-STATUS is the verdict:              261007MA
007900*C current, N source newer than the program file, R program       261007MA
008000*file older than the recompile list, M no program file, S the     261007MA
008100*source itself is gone, X source and program file both gone.      261007MA
008200 77 PG-COUNT                PIC S9(04) COMP VALUE 0.              261007MA
008300 77 PG-INDEX                PIC S9(04) COMP VALUE 0.              261007MA
008400 77 MAX-PG-ENTRIES          PIC S9(04) COMP VALUE 500.            261007MA
008500 01 PROGRAM-TABLE.                                                261007MA
008600    03 PG-ENTRY OCCURS 500.                                       261007MA
008700       05 PG-SOURCE          PIC X(26).                           261007MA
008800       05 PG-PROG-FILE       PIC X(08).                           261007MA
008900       05 PG-PROGRAM         PIC X(26).                           261007MA
009000       05 PG-SRC-DATE        PIC X(27).                           261007MA
009100       05 PG-PRG-DATE        PIC X(27).                           261007MA
009200       05 PG-STATUS          PIC X(01).                           261007MA
009300       05 PG-RECOMP-SW       PIC X(01).                           261007MA
009400       05 PG-RED-SW          PIC X(01).                           261007MA
009500*                                                                 261007MA
009600*The recompile list, held the way RCMPGEN holds it, and the       261007MA
009700*stamp of the list itself -- a program file older than that       261007MA
009800*has not been rebuilt since IMPACT asked for it.                  261007MA
009900 77 RC-COUNT                PIC S9(04) COMP VALUE 0.              261007MA
010000 77 RC-INDEX                PIC S9(04) COMP VALUE 0.              261007MA
010100 77 MAX-RC-ENTRIES          PIC S9(04) COMP VALUE 500.            261007MA
010200 01 RECOMP-TABLE.                                                 261007MA
010300    03 RC-ENTRY              PIC X(26) OCCURS 500.                261007MA
010400 01 WS-RCL-NAME             PIC X(26)  VALUE "RECMPLST".          261007MA
010500 01 WS-RCL-DATE             PIC X(27)  VALUE SPACES.              261007MA
010600 01 WS-RCL-KEY              PIC 9(12)  VALUE 0.                   261007MA
010700 01 WS-RCL-SW               PIC X(01)  VALUE "N".                 261007MA
010800    88 RCL-LOADED                      VALUE "Y".                 261007MA
010900*                                                                 261007MA
011000*Program files in the group that no PLIST source accounts for.    261007MA
011100 77 OR-COUNT                PIC S9(04) COMP VALUE 0.              261007MA
011200 77 OR-INDEX                PIC S9(04) COMP VALUE 0.              261007MA
011300 77 MAX-OR-ENTRIES          PIC S9(04) COMP VALUE 500.            261007MA
011400 01 ORPHAN-TABLE.                                                 261007MA
011500    03 OR-ENTRY OCCURS 500.                                       261007MA
011600       05 OR-PROGRAM         PIC X(26).                           261007MA
011700       05 OR-PRG-DATE        PIC X(27).                           261007MA
011800 01 WS-LIST-SW              PIC X(01)  VALUE "N".                 261007MA
011900    88 GROUP-LISTED                    VALUE "Y".                 261007MA
012000*                                                                 261007MA
012100*Source probe for the PROGRAM-ID, the PLSTGEN scan limit.         261007MA
012200 01 WS-LINE-CT              PIC S9(04) COMP VALUE 0.              261007MA
012300 01 MAX-SCAN-LINES          PIC S9(04) COMP VALUE 200.            261007MA
012400 01 WS-STMT                 PIC X(66)  VALUE SPACES.              261007MA
012500 01 WS-CODE-AREA            PIC X(65)  VALUE SPACES.              261007MA
012600 01 WS-LEAD-CT              PIC S9(04) COMP VALUE 0.              261007MA
012700 01 WS-WORD-1               PIC X(40)  VALUE SPACES.              261007MA
012800 01 WS-WORD-2               PIC X(40)  VALUE SPACES.              261007MA
012900 01 WS-PGM-ID               PIC X(30)  VALUE SPACES.              261007MA
013000 01 WS-STEM                 PIC X(26)  VALUE SPACES.              261007MA
013100 01 WS-STEM-LEN             PIC S9(04) COMP VALUE 0.              261007MA
013200 01 WS-CAND-NAME            PIC X(26)  VALUE SPACES.              261007MA
013300 01 WS-CAND-FILE            PIC X(08)  VALUE SPACES.              261007MA
013400*                                                                 261007MA
013500*LISTFILE through the COMMAND intrinsic, as PLSTGEN runs it.      261007MA
013600 01 WS-CMD-IMAGE            PIC X(90)  VALUE SPACES.              261007MA
013700 01 WS-CMD-PTR              PIC S9(04) COMP VALUE 1.              261007MA
013800 01 WS-CMD-ERROR            PIC S9(04) COMP VALUE 0.              261007MA
013900 01 WS-CMD-PARM             PIC S9(04) COMP VALUE 0.              261007MA
014000 01 WS-CR-WORD              PIC S9(04) COMP VALUE 13.             261007MA
014100 01 WS-CR-WORD-R REDEFINES WS-CR-WORD.                            261007MA
014200    03 FILLER               PIC X(01).                            261007MA
014300    03 WS-CR                PIC X(01).                            261007MA
014400*                                                                 261007MA
014500*FFILEINFO item code 180 = file's last-modified date, the         261007MA
014600*CL2HTML incremental-check call.                                  261007MA
014700 01 WS-CHK-FILE             PIC X(34)  VALUE SPACES.              261007MA
014800 01 WS-CHK-DATE             PIC X(27)  VALUE SPACES.              261007MA
014900 01 WS-EXISTS-SW            PIC X(01)  VALUE "N".                 261007MA
015000    88 FILE-EXISTS                     VALUE "Y".                 261007MA
015100 01 FF-ITEM-CHANGED-DATE    PIC S9(9) COMP SYNC VALUE 180.        261007MA
015200 01 FF-STATUS               PIC S9(9) COMP SYNC VALUE 0.          261007MA
015300 01 FF-ACTUAL-LEN           PIC S9(9) COMP SYNC VALUE 0.          261007MA
015400*                                                                 261007MA
015500*The stamps come back in the DATELINE layout; each is reduced     261007MA
015600*to YYYYMMDDHHMM so two of them compare in time order.  A         261007MA
015700*stamp that will not parse keys as zero.                          261007MA
015800 01 WS-SRC-KEY              PIC 9(12)  VALUE 0.                   261007MA
015900 01 WS-PRG-KEY              PIC 9(12)  VALUE 0.                   261007MA
016000 01 WS-STAMP-KEY            PIC 9(12)  VALUE 0.                   261007MA
016100*                                                                 261007MA
016200*DATELINE stamp parsing, as in STATBRD, carried to the minute.    261007MA
016300 01 TS-WORK                 PIC X(27) VALUE SPACES.               261007MA
016400 01 TS-DAYNAME              PIC X(05) VALUE SPACES.               261007MA
016500 01 TS-MONTH-DAY            PIC X(08) VALUE SPACES.               261007MA
016600 01 TS-YEAR-X               PIC X(05) VALUE SPACES.               261007MA
016700 01 TS-TIME                 PIC X(09) VALUE SPACES.               261007MA
016800 01 TS-MON-X                PIC X(03) VALUE SPACES.               261007MA
016900 01 TS-DD-X                 PIC X(02) VALUE SPACES.               261007MA
017000 01 TS-HH-X                 PIC X(02) VALUE SPACES.               261007MA
017100 01 TS-MM-X                 PIC X(02) VALUE SPACES.               261007MA
017200 01 TS-AMPM                 PIC X(02) VALUE SPACES.               261007MA
017300 01 TS-YEAR                 PIC 9(04) VALUE 0.                    261007MA
017400 01 TS-MONTH                PIC 9(02) VALUE 0.                    261007MA
017500 01 TS-DAY                  PIC 9(02) VALUE 0.                    261007MA
017600 01 TS-HOUR                 PIC 9(02) VALUE 0.                    261007MA
017700 01 TS-MINUTE               PIC 9(02) VALUE 0.                    261007MA
017800 01 TS-DATE-NUM             PIC 9(08) VALUE 0.                    261007MA
017900 01 TS-GOOD-SW              PIC X(01) VALUE "N".                  261007MA
018000    88 TS-PARSED                     VALUE "Y".                   261007MA
018100 01 MONTH-LIST              PIC X(36) VALUE                       261007MA
018200        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".                   261007MA
018300 01 MO-INDEX                PIC S9(04) COMP VALUE 0.              261007MA
018400*                                                                 261007MA
018500*Verdict counts, and the section being written.                   261007MA
018600 77 WS-CT-CURRENT           PIC S9(04) COMP VALUE 0.              261007MA
018700 77 WS-CT-NEWER             PIC S9(04) COMP VALUE 0.              261007MA
018800 77 WS-CT-RECOMP            PIC S9(04) COMP VALUE 0.              261007MA
018900 77 WS-CT-NOPROG            PIC S9(04) COMP VALUE 0.              261007MA
019000 77 WS-CT-NOSRC             PIC S9(04) COMP VALUE 0.              261007MA
019100 77 WS-CT-RED               PIC S9(04) COMP VALUE 0.              261007MA
019200 77 WS-SECT-COUNT           PIC S9(04) COMP VALUE 0.              261007MA
019300 01 WS-SECT-CODE            PIC X(01)  VALUE SPACES.              261007MA
019400 01 WS-SECT-HEAD            PIC X(60)  VALUE SPACES.              261007MA
019500 01 ED-COUNT                PIC ZZZZ9.                            261007MA
019600*                                                                 261007MA
019700 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              261007MA
019800 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261007MA
019900 01 WS-AUDIT-REQUEST.                                             261007MA
020000    03 AR-PROGRAM-NAME         PIC X(08) VALUE "CURCHK".          261007MA
020100    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261007MA
020200    03 AR-EVENT                PIC X(06) VALUE SPACES.            261007MA
020300    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261007MA
020400    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261007MA
020500    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261007MA
020600*                                                                 261007MA
020700*Page lines are written 250 bytes wide, the same record size      261007MA
020800*as the CL2HTML pages, so LINKCHK can read this page too.         261007MA
020900 01 WS-LINE-PARM            PIC X(250) VALUE SPACES.              261007MA
021000 01 S1                      PIC S9(04) COMP VALUE 0.              261007MA
021100 01 ERR                     PIC S9(04) COMP VALUE 0.              261007MA
021200 01 ERR-LEN                 PIC S9(04) COMP VALUE 0.              261007MA
021300 01 ERR-MSG                 PIC X(78)  VALUE SPACES.              261007MA
021400*                                                                 261007MA
021500 01 HPFOPEN-PARMS.                                                261007MA
021600    03 HP-CONST-0           PIC S9(9)  COMP SYNC VALUE 0.         261007MA
021700    03 HP-CONST-1           PIC S9(9)  COMP SYNC VALUE 1.         261007MA
021800    03 HP-CONST-2           PIC S9(9)  COMP SYNC VALUE 2.         261007MA
021900    03 HP-CONST-4           PIC S9(9)  COMP SYNC VALUE 4.         261007MA
022000    03 HP-CONST-9           PIC S9(9)  COMP SYNC VALUE 9.         261007MA
022100    03 HP-FILE-NAME         PIC X(256) VALUE SPACES.              261007MA
022200    03 HP-FNUM-D            PIC S9(9)  COMP SYNC.                 261007MA
022300    03 HP-FNUM-D-REDEF REDEFINES HP-FNUM-D.                       261007MA
022400       05                   PIC X(02).                            261007MA
022500       05 HP-FNUM           PIC S9(4)  COMP.                      261007MA
022600    03 HP-STATUS            PIC S9(9)  COMP SYNC.                 261007MA
022700*                                                                 261007MA
022800*=================================================================261007MA
022900*Main logical flow                                                261007MA
023000*=================================================================261007MA
023100 PROCEDURE DIVISION.                                              261007MA
023200 BEGIN-0000.                                                      261007MA
023300     DISPLAY "CURCHK Version 1.00, Copyright J3K Solutions".      261007MA
023400     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261007MA
023500     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261007MA
023600     MOVE "START"              TO AR-EVENT.                       261007MA
023700     MOVE SPACES               TO AR-OUTCOME.                     261007MA
023800     MOVE WS-PLIST-NAME        TO AR-PARM-1.                      261007MA
023900     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261007MA
024000     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261007MA
024100     PERFORM B1000-LOAD-RECOMP THRU B1000-EXIT.                   261007MA
024200     PERFORM B2000-READ-PLIST THRU B2000-EXIT.                    261007MA
024300     PERFORM B3000-LIST-GROUP THRU B3000-EXIT.                    261007MA
024400     PERFORM C1000-OPEN-DEST THRU C1000-EXIT.                     261007MA
024500     PERFORM D1000-PAGE-HEAD THRU D1000-EXIT.                     261007MA
024600     MOVE "N"                  TO WS-SECT-CODE.                   261007MA
024700     MOVE WS-CT-NEWER          TO WS-SECT-COUNT.                  261007MA
024800     MOVE "Sources newer than their program file"                 261007MA
024900                               TO WS-SECT-HEAD.                   261007MA
025000     PERFORM D2000-SECTION THRU D2000-EXIT.                       261007MA
025100     MOVE "R"                  TO WS-SECT-CODE.                   261007MA
025200     MOVE WS-CT-RECOMP         TO WS-SECT-COUNT.                  261007MA
025300     MOVE "Program files older than the recompile list"           261007MA
025400                               TO WS-SECT-HEAD.                   261007MA
025500     PERFORM D2000-SECTION THRU D2000-EXIT.                       261007MA
025600     MOVE "M"                  TO WS-SECT-CODE.                   261007MA
025700     MOVE WS-CT-NOPROG         TO WS-SECT-COUNT.                  261007MA
025800     MOVE "Sources with no program file"                          261007MA
025900                               TO WS-SECT-HEAD.                   261007MA
026000     PERFORM D2000-SECTION THRU D2000-EXIT.                       261007MA
026100     PERFORM D3000-NO-SOURCE THRU D3000-EXIT.                     261007MA
026200     PERFORM D4000-TOTALS THRU D4000-EXIT.                        261007MA
026300     MOVE "</BODY></HTML>"     TO WS-LINE-PARM.                   261007MA
026400     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
026500     CALL INTRINSIC "FCLOSE" USING HP-FNUM, %1, 0.                261007MA
026600     MOVE PG-COUNT             TO ED-COUNT.                       261007MA
026700     DISPLAY "CURCHK: " ED-COUNT " program(s) checked".           261007MA
026800     MOVE WS-CT-RED            TO ED-COUNT.                       261007MA
026900     DISPLAY "CURCHK: " ED-COUNT " recompile(s) still "           261007MA
027000             "outstanding".                                       261007MA
027100     DISPLAY "CURCHK: page written to " DEST-FILE(1:26).          261007MA
027200     MOVE "FINISH"             TO AR-EVENT.                       261007MA
027300     IF WS-CT-RED > 0                                             261007MA
027400        MOVE 1                 TO WS-RUN-RC.                      261007MA
027500     IF WS-RUN-RC NOT = 0                                         261007MA
027600        MOVE "FAIL"            TO AR-OUTCOME                      261007MA
027700     ELSE                                                         261007MA
027800        MOVE "OK"              TO AR-OUTCOME                      261007MA
027900     END-IF.                                                      261007MA
028000     MOVE WS-PLIST-NAME        TO AR-PARM-1.                      261007MA
028100     MOVE ED-COUNT             TO AR-PARM-2.                      261007MA
028200     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261007MA
028300     DISPLAY "Normal termination of CURCHK run @ " TIME-OF-DAY.   261007MA
028400     IF WS-RUN-RC NOT = 0                                         261007MA
028500        MOVE WS-RUN-RC         TO RETURN-CODE                     261007MA
028600     END-IF.                                                      261007MA
028700     STOP RUN.                                                    261007MA
028800 BEGIN-0000-EXIT. EXIT.                                           261007MA
028900*                                                                 261007MA
029000*A0100-GET-PARMS -- the program list, the program group and the   261007MA
029100*page, from the RUN INFO string for the stream or prompted.       261007MA
029200 A0100-GET-PARMS.                                                 261007MA
029300     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261007MA
029400     IF WS-RUN-INFO NOT = SPACES                                  261007MA
029500        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261007MA
029600           INTO WS-PLIST-NAME, WS-PROG-GROUP, DEST-FILE           261007MA
029700     ELSE                                                         261007MA
029800        DISPLAY "Enter program list control file name: "          261007MA
029900                NO ADVANCING                                      261007MA
030000        ACCEPT WS-PLIST-NAME FREE                                 261007MA
030100        DISPLAY "Enter program file group.account (blank for "    261007MA
030200                "logon group): " NO ADVANCING                     261007MA
030300        ACCEPT WS-PROG-GROUP FREE                                 261007MA
030400        DISPLAY "Enter page file name (blank for CURRPT): "       261007MA
030500                NO ADVANCING                                      261007MA
030600        ACCEPT DEST-FILE FREE                                     261007MA
030700     END-IF.                                                      261007MA
030800     IF WS-PLIST-NAME = SPACES                                    261007MA
030900        DISPLAY "CURCHK: a program list file name is required"    261007MA
031000        MOVE 16               TO RETURN-CODE                      261007MA
031100        STOP RUN                                                  261007MA
031200     END-IF.                                                      261007MA
031300     IF DEST-FILE = SPACES                                        261007MA
031400        MOVE "CURRPT"          TO DEST-FILE.                      261007MA
031500 A0100-EXIT.  EXIT.                                               261007MA
031600*                                                                 261007MA
031700 A0150-SET-OPERATOR.                                              261007MA
031800     IF WS-RUN-INFO NOT = SPACES                                  261007MA
031900        MOVE "BATCH"           TO WS-OPERATOR                     261007MA
032000     ELSE                                                         261007MA
032100        DISPLAY "Enter operator ID: " NO ADVANCING                261007MA
032200        ACCEPT WS-OPERATOR FREE                                   261007MA
032300     END-IF.                                                      261007MA
032400     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261007MA
032500 A0150-EXIT.  EXIT.                                               261007MA
032600*                                                                 261007MA
032700*B1000-LOAD-RECOMP pulls IMPACT's recompile list into memory      261007MA
032800*with the list's own last-modified stamp.  No list is not an      261007MA
032900*error here -- the red cross-check is simply skipped.             261007MA
033000 B1000-LOAD-RECOMP.                                               261007MA
033100     MOVE 0                    TO RC-COUNT.                       261007MA
033200     MOVE WS-RCL-NAME          TO WS-CHK-FILE.                    261007MA
033300     PERFORM E9000-FILE-DATE THRU E9000-EXIT.                     261007MA
033400     IF NOT FILE-EXISTS                                           261007MA
033500        DISPLAY "CURCHK: no RECMPLST on file -- recompile "       261007MA
033600                "cross-check skipped"                             261007MA
033700        GO TO B1000-EXIT.                                         261007MA
033800     MOVE WS-CHK-DATE          TO WS-RCL-DATE TS-WORK.            261007MA
033900     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261007MA
034000     MOVE WS-STAMP-KEY         TO WS-RCL-KEY.                     261007MA
034100     OPEN INPUT RCLFILE.                                          261007MA
034200     IF CC <> 0                                                   261007MA
034300        DISPLAY "CURCHK: cannot open RECMPLST -- recompile "      261007MA
034400                "cross-check skipped"                             261007MA
034500        GO TO B1000-EXIT.                                         261007MA
034600     MOVE "Y"                  TO WS-RCL-SW.                      261007MA
034700 B1010-READ.                                                      261007MA
034800     READ RCLFILE                                                 261007MA
034900        AT END                                                    261007MA
035000           GO TO B1090-DONE.                                      261007MA
035100     IF RCL-RECORD = SPACES                                       261007MA
035200        GO TO B1010-READ.                                         261007MA
035300     IF RC-COUNT >= MAX-RC-ENTRIES                                261007MA
035400        DISPLAY "CURCHK: recompile table full, remainder "        261007MA
035500                "not cross-checked"                               261007MA
035600        GO TO B1090-DONE.                                         261007MA
035700     ADD 1                     TO RC-COUNT.                       261007MA
035800     MOVE RCL-RECORD           TO RC-ENTRY(RC-COUNT).             261007MA
035900     GO TO B1010-READ.                                            261007MA
036000 B1090-DONE.                                                      261007MA
036100     CLOSE RCLFILE.                                               261007MA
036200 B1000-EXIT.  EXIT.                                               261007MA
036300*                                                                 261007MA
036400*B2000-READ-PLIST takes the PLIST entries one at a time: name     261007MA
036500*the program file, then judge the pair.                           261007MA
036600 B2000-READ-PLIST.                                                261007MA
036700     MOVE 0                    TO PG-COUNT.                       261007MA
036800     OPEN INPUT PLISTFILE.                                        261007MA
036900     IF CC <> 0                                                   261007MA
037000        DISPLAY "CURCHK: cannot open program list "               261007MA
037100                WS-PLIST-NAME                                     261007MA
037200        MOVE 16               TO RETURN-CODE                      261007MA
037300        STOP RUN                                                  261007MA
037400     END-IF.                                                      261007MA
037500 B2010-READ.                                                      261007MA
037600     READ PLISTFILE                                               261007MA
037700        AT END                                                    261007MA
037800           GO TO B2090-DONE.                                      261007MA
037900     IF PL-PROG-NAME = SPACES                                     261007MA
038000        GO TO B2010-READ.                                         261007MA
038100     IF PG-COUNT >= MAX-PG-ENTRIES                                261007MA
038200        DISPLAY "CURCHK: program table full, remainder "          261007MA
038300                "not checked"                                     261007MA
038400        GO TO B2090-DONE.                                         261007MA
038500     ADD 1                     TO PG-COUNT.                       261007MA
038600     MOVE PG-COUNT             TO PG-INDEX.                       261007MA
038700     MOVE PL-PROG-NAME         TO PG-SOURCE(PG-INDEX).            261007MA
038800     MOVE SPACES               TO PG-SRC-DATE(PG-INDEX)           261007MA
038900                                  PG-PRG-DATE(PG-INDEX).          261007MA
039000     MOVE "N"                  TO PG-RECOMP-SW(PG-INDEX)          261007MA
039100                                  PG-RED-SW(PG-INDEX).            261007MA
039200     PERFORM B2100-NAME-PROGRAM THRU B2100-EXIT.                  261007MA
039300     PERFORM B2300-JUDGE THRU B2300-EXIT.                         261007MA
039400     GO TO B2010-READ.                                            261007MA
039500 B2090-DONE.                                                      261007MA
039600     CLOSE PLISTFILE.                                             261007MA
039700 B2000-EXIT.  EXIT.                                               261007MA
039800*                                                                 261007MA
039900*B2100-NAME-PROGRAM applies the naming convention: the program    261007MA
040000*file carries the source's PROGRAM-ID (eight characters at        261007MA
040100*most, as MPE allows), in the program group.  A source whose      261007MA
040200*PROGRAM-ID cannot be found in the PLSTGEN scan window falls      261007MA
040300*back on the source name less its trailing S.                     261007MA
040400 B2100-NAME-PROGRAM.                                              261007MA
040500     MOVE SPACES               TO WS-PGM-ID WS-STEM.              261007MA
040600     UNSTRING PG-SOURCE(PG-INDEX) DELIMITED BY "."                261007MA
040700        INTO WS-STEM.                                             261007MA
040800     PERFORM B2200-PROBE-SOURCE THRU B2200-EXIT.                  261007MA
040900     IF WS-PGM-ID = SPACES                                        261007MA
041000        MOVE 0                 TO WS-STEM-LEN                     261007MA
041100        INSPECT WS-STEM TALLYING WS-STEM-LEN                      261007MA
041200           FOR CHARACTERS BEFORE " "                              261007MA
041300        MOVE WS-STEM           TO WS-PGM-ID                       261007MA
041400        IF WS-STEM-LEN > 1 AND WS-STEM(WS-STEM-LEN:1) = "S"       261007MA
041500           MOVE SPACE          TO WS-PGM-ID(WS-STEM-LEN:1)        261007MA
041600        END-IF                                                    261007MA
041700     END-IF.                                                      261007MA
041800     MOVE WS-PGM-ID(1:8)       TO PG-PROG-FILE(PG-INDEX).         261007MA
041900     MOVE SPACES               TO PG-PROGRAM(PG-INDEX).           261007MA
042000     IF WS-PROG-GROUP = SPACES                                    261007MA
042100        MOVE PG-PROG-FILE(PG-INDEX) TO PG-PROGRAM(PG-INDEX)       261007MA
042200     ELSE                                                         261007MA
042300        STRING PG-PROG-FILE(PG-INDEX) DELIMITED BY SPACE          261007MA
042400               "." DELIMITED BY SIZE                              261007MA
042500               WS-PROG-GROUP DELIMITED BY SPACE                   261007MA
042600          INTO PG-PROGRAM(PG-INDEX)                               261007MA
042700     END-IF.                                                      261007MA
042800 B2100-EXIT.  EXIT.                                               261007MA
042900*                                                                 261007MA
043000*B2200-PROBE-SOURCE reads the head of the source for its first    261007MA
043100*PROGRAM-ID, dropping the sequence columns the CPYDIFF way and    261007MA
043200*passing over comment lines.                                      261007MA
043300 B2200-PROBE-SOURCE.                                              261007MA
043400     MOVE 0                    TO WS-LINE-CT.                     261007MA
043500     MOVE PG-SOURCE(PG-INDEX)  TO WS-PROG-NAME.                   261007MA
043600     OPEN INPUT PROGFILE.                                         261007MA
043700     IF CC <> 0                                                   261007MA
043800        GO TO B2200-EXIT.                                         261007MA
043900 B2210-READ.                                                      261007MA
044000     IF WS-LINE-CT >= MAX-SCAN-LINES                              261007MA
044100        GO TO B2290-DONE.                                         261007MA
044200     READ PROGFILE                                                261007MA
044300        AT END                                                    261007MA
044400           GO TO B2290-DONE.                                      261007MA
044500     ADD 1                     TO WS-LINE-CT.                     261007MA
044600     IF PROG-RECORD(1:6) IS NUMERIC                               261007MA
044700        OR PROG-RECORD(1:6) = SPACES                              261007MA
044800        MOVE PROG-RECORD(7:66) TO WS-STMT                         261007MA
044900     ELSE                                                         261007MA
045000        MOVE PROG-RECORD(1:66) TO WS-STMT                         261007MA
045100     END-IF.                                                      261007MA
045200     IF WS-STMT(1:1) = "*" OR WS-STMT(1:1) = "/"                  261007MA
045300        GO TO B2210-READ.                                         261007MA
045400     MOVE WS-STMT(2:65)        TO WS-CODE-AREA.                   261007MA
045500     IF WS-CODE-AREA = SPACES                                     261007MA
045600        GO TO B2210-READ.                                         261007MA
045700     MOVE 0                    TO WS-LEAD-CT.                     261007MA
045800     INSPECT WS-CODE-AREA TALLYING WS-LEAD-CT FOR LEADING " ".    261007MA
045900     MOVE SPACES               TO WS-WORD-1 WS-WORD-2.            261007MA
046000     UNSTRING WS-CODE-AREA(WS-LEAD-CT + 1:) DELIMITED BY ALL " "  261007MA
046100        INTO WS-WORD-1, WS-WORD-2.                                261007MA
046200     IF WS-WORD-1 NOT = "PROGRAM-ID." AND                         261007MA
046300        WS-WORD-1 NOT = "PROGRAM-ID"                              261007MA
046400        GO TO B2210-READ.                                         261007MA
046500     IF WS-WORD-2(1:1) = '"'                                      261007MA
046600        MOVE WS-WORD-2(2:)     TO WS-WORD-2.                      261007MA
046700     UNSTRING WS-WORD-2 DELIMITED BY "." OR '"' OR " "            261007MA
046800        INTO WS-PGM-ID.                                           261007MA
046900 B2290-DONE.                                                      261007MA
047000     CLOSE PROGFILE.                                              261007MA
047100 B2200-EXIT.  EXIT.                                               261007MA
047200*                                                                 261007MA
047300*B2300-JUDGE asks FFILEINFO for both stamps and files the pair    261007MA
047400*under one verdict.  Equal stamps count as current -- the link    261007MA
047500*that follows a compile lands inside the same minute.  A stamp    261007MA
047600*that will not parse cannot prove the program current, so it      261007MA
047700*is listed as newer for the operator to look at.                  261007MA
047800 B2300-JUDGE.                                                     261007MA
047900     PERFORM B2400-ON-RECOMP THRU B2400-EXIT.                     261007MA
048000     MOVE PG-SOURCE(PG-INDEX)  TO WS-CHK-FILE.                    261007MA
048100     PERFORM E9000-FILE-DATE THRU E9000-EXIT.                     261007MA
048200     IF NOT FILE-EXISTS                                           261007MA
048300        GO TO B2350-NO-SOURCE.                                    261007MA
048400     MOVE WS-CHK-DATE          TO PG-SRC-DATE(PG-INDEX) TS-WORK.  261007MA
048500     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261007MA
048600     MOVE WS-STAMP-KEY         TO WS-SRC-KEY.                     261007MA
048700     MOVE PG-PROGRAM(PG-INDEX) TO WS-CHK-FILE.                    261007MA
048800     PERFORM E9000-FILE-DATE THRU E9000-EXIT.                     261007MA
048900     IF NOT FILE-EXISTS                                           261007MA
049000        MOVE "M"               TO PG-STATUS(PG-INDEX)             261007MA
049100        MOVE "(no program file)" TO PG-PRG-DATE(PG-INDEX)         261007MA
049200        ADD 1                  TO WS-CT-NOPROG                    261007MA
049300        GO TO B2390-RED.                                          261007MA
049400     MOVE WS-CHK-DATE          TO PG-PRG-DATE(PG-INDEX) TS-WORK.  261007MA
049500     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261007MA
049600     MOVE WS-STAMP-KEY         TO WS-PRG-KEY.                     261007MA
049700     IF WS-SRC-KEY = 0 OR WS-PRG-KEY = 0                          261007MA
049800        OR WS-SRC-KEY > WS-PRG-KEY                                261007MA
049900        MOVE "N"               TO PG-STATUS(PG-INDEX)             261007MA
050000        ADD 1                  TO WS-CT-NEWER                     261007MA
050100        GO TO B2390-RED.                                          261007MA
050200     IF PG-RECOMP-SW(PG-INDEX) = "Y"                              261007MA
050300        AND WS-PRG-KEY < WS-RCL-KEY                               261007MA
050400        MOVE "R"               TO PG-STATUS(PG-INDEX)             261007MA
050500        ADD 1                  TO WS-CT-RECOMP                    261007MA
050600        GO TO B2390-RED.                                          261007MA
050700     MOVE "C"                  TO PG-STATUS(PG-INDEX).            261007MA
050800     ADD 1                     TO WS-CT-CURRENT.                  261007MA
050900     GO TO B2300-EXIT.                                            261007MA
051000*A PLIST entry whose source has gone since PLSTGEN ran leaves     261007MA
051100*its program file with no surviving source; with no program       261007MA
051200*file either there is nothing left to report.                     261007MA
051300 B2350-NO-SOURCE.                                                 261007MA
051400     MOVE PG-PROGRAM(PG-INDEX) TO WS-CHK-FILE.                    261007MA
051500     PERFORM E9000-FILE-DATE THRU E9000-EXIT.                     261007MA
051600     IF NOT FILE-EXISTS                                           261007MA
051700        MOVE "X"               TO PG-STATUS(PG-INDEX)             261007MA
051800        DISPLAY "CURCHK: " PG-SOURCE(PG-INDEX)                    261007MA
051900                " and its program file are both gone"             261007MA
052000        GO TO B2300-EXIT.                                         261007MA
052100     MOVE "S"                  TO PG-STATUS(PG-INDEX).            261007MA
052200     MOVE "(source gone)"      TO PG-SRC-DATE(PG-INDEX).          261007MA
052300     MOVE WS-CHK-DATE          TO PG-PRG-DATE(PG-INDEX).          261007MA
052400     ADD 1                     TO WS-CT-NOSRC.                    261007MA
052500     GO TO B2300-EXIT.                                            261007MA
052600 B2390-RED.                                                       261007MA
052700     IF PG-RECOMP-SW(PG-INDEX) = "Y"                              261007MA
052800        MOVE "Y"               TO PG-RED-SW(PG-INDEX)             261007MA
052900        ADD 1                  TO WS-CT-RED                       261007MA
053000     END-IF.                                                      261007MA
053100 B2300-EXIT.  EXIT.                                               261007MA
053200*                                                                 261007MA
053300*B2400-ON-RECOMP marks a source IMPACT put on the recompile       261007MA
053400*list; the list holds PLIST names, so the match is exact.         261007MA
053500 B2400-ON-RECOMP.                                                 261007MA
053600     IF NOT RCL-LOADED                                            261007MA
053700        GO TO B2400-EXIT.                                         261007MA
053800     MOVE 1                    TO RC-INDEX.                       261007MA
053900 B2410-HUNT.                                                      261007MA
054000     IF RC-INDEX > RC-COUNT                                       261007MA
054100        GO TO B2400-EXIT.                                         261007MA
054200     IF RC-ENTRY(RC-INDEX) = PG-SOURCE(PG-INDEX)                  261007MA
054300        MOVE "Y"               TO PG-RECOMP-SW(PG-INDEX)          261007MA
054400        GO TO B2400-EXIT.                                         261007MA
054500     ADD 1                     TO RC-INDEX.                       261007MA
054600     GO TO B2410-HUNT.                                            261007MA
054700 B2400-EXIT.  EXIT.                                               261007MA
054800*                                                                 261007MA
054900*B3000-LIST-GROUP lists the program files in the group through    261007MA
055000*LISTFILE, the PLSTGEN way, and keeps every one no PLIST source   261007MA
055100*names.  A LISTFILE warning (no files at all) is not a failure;   261007MA
055200*an error leaves the section reported as not checked.             261007MA
055300 B3000-LIST-GROUP.                                                261007MA
055400     MOVE SPACES               TO WS-CMD-IMAGE.                   261007MA
055500     MOVE 1                    TO WS-CMD-PTR.                     261007MA
055600     STRING "PURGE CURWRK" DELIMITED BY SIZE                      261007MA
055700       INTO WS-CMD-IMAGE                                          261007MA
055800       WITH POINTER WS-CMD-PTR.                                   261007MA
055900     MOVE WS-CR                TO WS-CMD-IMAGE(WS-CMD-PTR:1).     261007MA
056000     CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,                 261007MA
056100                                    WS-CMD-ERROR,                 261007MA
056200                                    WS-CMD-PARM.                  261007MA
056300     MOVE SPACES               TO WS-CMD-IMAGE.                   261007MA
056400     MOVE 1                    TO WS-CMD-PTR.                     261007MA
056500     STRING "LISTFILE @" DELIMITED BY SIZE                        261007MA
056600       INTO WS-CMD-IMAGE                                          261007MA
056700       WITH POINTER WS-CMD-PTR.                                   261007MA
056800     IF WS-PROG-GROUP NOT = SPACES                                261007MA
056900        STRING "." DELIMITED BY SIZE                              261007MA
057000               WS-PROG-GROUP DELIMITED BY SPACE                   261007MA
057100          INTO WS-CMD-IMAGE                                       261007MA
057200          WITH POINTER WS-CMD-PTR                                 261007MA
057300     END-IF.                                                      261007MA
057400     STRING ",6;SELEQ=[CODE=PROG] >CURWRK" DELIMITED BY SIZE      261007MA
057500       INTO WS-CMD-IMAGE                                          261007MA
057600       WITH POINTER WS-CMD-PTR.                                   261007MA
057700     MOVE WS-CR                TO WS-CMD-IMAGE(WS-CMD-PTR:1).     261007MA
057800     CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,                 261007MA
057900                                    WS-CMD-ERROR,                 261007MA
058000                                    WS-CMD-PARM.                  261007MA
058100     IF WS-CMD-ERROR > 0                                          261007MA
058200        DISPLAY "CURCHK: LISTFILE failed, CIERROR="               261007MA
058300                WS-CMD-ERROR " -- program group not checked"      261007MA
058400        GO TO B3000-EXIT.                                         261007MA
058500     OPEN INPUT WRKFILE.                                          261007MA
058600     IF CC <> 0                                                   261007MA
058700        DISPLAY "CURCHK: no LISTFILE output to read -- "          261007MA
058800                "program group not checked"                       261007MA
058900        GO TO B3000-EXIT.                                         261007MA
059000     MOVE "Y"                  TO WS-LIST-SW.                     261007MA
059100 B3010-READ.                                                      261007MA
059200     READ WRKFILE                                                 261007MA
059300        AT END                                                    261007MA
059400           GO TO B3090-DONE.                                      261007MA
059500     MOVE SPACES               TO WS-CAND-NAME WS-CAND-FILE.      261007MA
059600     UNSTRING WRK-RECORD DELIMITED BY ALL " "                     261007MA
059700        INTO WS-CAND-NAME.                                        261007MA
059800     IF WS-CAND-NAME = SPACES                                     261007MA
059900        GO TO B3010-READ.                                         261007MA
060000     UNSTRING WS-CAND-NAME DELIMITED BY "."                       261007MA
060100        INTO WS-CAND-FILE.                                        261007MA
060200*A program file some PLIST entry names is already accounted       261007MA
060300*for -- when that entry's source has gone it is listed from the   261007MA
060400*PLIST side.                                                      261007MA
060500     MOVE 1                    TO PG-INDEX.                       261007MA
060600 B3020-HUNT.                                                      261007MA
060700     IF PG-INDEX > PG-COUNT                                       261007MA
060800        GO TO B3030-ORPHAN.                                       261007MA
060900     IF PG-PROG-FILE(PG-INDEX) = WS-CAND-FILE                     261007MA
061000        GO TO B3010-READ.                                         261007MA
061100     ADD 1                     TO PG-INDEX.                       261007MA
061200     GO TO B3020-HUNT.                                            261007MA
061300 B3030-ORPHAN.                                                    261007MA
061400     IF OR-COUNT >= MAX-OR-ENTRIES                                261007MA
061500        DISPLAY "CURCHK: orphan table full, " WS-CAND-NAME        261007MA
061600                " not listed"                                     261007MA
061700        GO TO B3010-READ.                                         261007MA
061800     ADD 1                     TO OR-COUNT.                       261007MA
061900     ADD 1                     TO WS-CT-NOSRC.                    261007MA
062000     MOVE WS-CAND-NAME         TO OR-PROGRAM(OR-COUNT)            261007MA
062100                                  WS-CHK-FILE.                    261007MA
062200     PERFORM E9000-FILE-DATE THRU E9000-EXIT.                     261007MA
062300     MOVE WS-CHK-DATE          TO OR-PRG-DATE(OR-COUNT).          261007MA
062400     GO TO B3010-READ.                                            261007MA
062500 B3090-DONE.                                                      261007MA
062600     CLOSE WRKFILE.                                               261007MA
062700 B3000-EXIT.  EXIT.                                               261007MA
062800*                                                                 261007MA
062900*C1000-OPEN-DEST opens the page through HPFOPEN exactly as        261007MA
063000*STATBRD opens its own.                                           261007MA
063100 C1000-OPEN-DEST.                                                 261007MA
063200     MOVE 0                   TO S1.                              261007MA
063300     INSPECT DEST-FILE TALLYING S1 FOR CHARACTERS                 261007MA
063400        BEFORE " ".                                               261007MA
063500     MOVE SPACES              TO HP-FILE-NAME.                    261007MA
063600     MOVE "%"                 TO HP-FILE-NAME(1:1).               261007MA
063700     MOVE DEST-FILE(1:S1)     TO HP-FILE-NAME(2:).                261007MA
063800     MOVE "%"                 TO HP-FILE-NAME(S1 + 2:1).          261007MA
063900     CALL INTRINSIC "HPFOPEN" USING HP-FNUM-D,                    261007MA
064000                                    HP-STATUS,                    261007MA
064100                                    2, HP-FILE-NAME,              261007MA
064200                                    3, HP-CONST-4,                261007MA
064300                                    5, HP-CONST-0,                261007MA
064400                                    6, HP-CONST-9,                261007MA
064500                                    7, HP-CONST-0,                261007MA
064600                                   11, HP-CONST-1,                261007MA
064700                                   13, HP-CONST-1,                261007MA
064800                                   19, HP-CONST-1,                261007MA
064900                                   41, HP-CONST-2,                261007MA
065000                                   50, HP-CONST-1,                261007MA
065100                                   53, HP-CONST-1,                261007MA
065200                                    0.                            261007MA
065300     IF HP-STATUS <> 0                                            261007MA
065400        DISPLAY "Error in HPFOPEN " HP-STATUS                     261007MA
065500        MOVE 16               TO RETURN-CODE                      261007MA
065600        STOP RUN                                                  261007MA
065700     END-IF.                                                      261007MA
065800 C1000-EXIT.  EXIT.                                               261007MA
065900*                                                                 261007MA
066000*=========================================================        261007MA
066100*Write the page.                                                  261007MA
066200*=========================================================        261007MA
066300 D1000-PAGE-HEAD.                                                 261007MA
066400     MOVE "<HTML><HEAD><TITLE>Program Currency</TITLE></HEAD>"    261007MA
066500                              TO WS-LINE-PARM.                    261007MA
066600     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
066700     MOVE SPACES              TO WS-LINE-PARM.                    261007MA
066800     STRING "<BODY><CENTER><H2>Program Currency Check "           261007MA
066900            DELIMITED BY SIZE                                     261007MA
067000            DATE-BUFF DELIMITED BY SIZE                           261007MA
067100            "</H2></CENTER>" DELIMITED BY SIZE                    261007MA
067200       INTO WS-LINE-PARM.                                         261007MA
067300     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
067400     MOVE PG-COUNT             TO ED-COUNT.                       261007MA
067500     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
067600     STRING "<P>" DELIMITED BY SIZE                               261007MA
067700            ED-COUNT DELIMITED BY SIZE                            261007MA
067800            " source(s) on " DELIMITED BY SIZE                    261007MA
067900            WS-PLIST-NAME DELIMITED BY SPACE                      261007MA
068000            ", program files in " DELIMITED BY SIZE               261007MA
068100            WS-PROG-GROUP DELIMITED BY SPACE                      261007MA
068200            ".</P>" DELIMITED BY SIZE                             261007MA
068300       INTO WS-LINE-PARM.                                         261007MA
068400     IF WS-PROG-GROUP = SPACES                                    261007MA
068500        MOVE SPACES            TO WS-LINE-PARM                    261007MA
068600        STRING "<P>" DELIMITED BY SIZE                            261007MA
068700               ED-COUNT DELIMITED BY SIZE                         261007MA
068800               " source(s) on " DELIMITED BY SIZE                 261007MA
068900               WS-PLIST-NAME DELIMITED BY SPACE                   261007MA
069000               ", program files in the logon group.</P>"          261007MA
069100               DELIMITED BY SIZE                                  261007MA
069200          INTO WS-LINE-PARM                                       261007MA
069300     END-IF.                                                      261007MA
069400     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
069500     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
069600     IF RCL-LOADED                                                261007MA
069700        MOVE RC-COUNT          TO ED-COUNT                        261007MA
069800        STRING "<P>RECMPLST holds " DELIMITED BY SIZE             261007MA
069900               ED-COUNT DELIMITED BY SIZE                         261007MA
070000               " program(s), written " DELIMITED BY SIZE          261007MA
070100               WS-RCL-DATE DELIMITED BY SIZE                      261007MA
070200               ".  Rows in red are programs IMPACT listed for "   261007MA
070300               DELIMITED BY SIZE                                  261007MA
070400               "recompile that are still not rebuilt.</P>"        261007MA
070500               DELIMITED BY SIZE                                  261007MA
070600          INTO WS-LINE-PARM                                       261007MA
070700     ELSE                                                         261007MA
070800        STRING "<P>No RECMPLST on file -- recompile "             261007MA
070900               DELIMITED BY SIZE                                  261007MA
071000               "cross-check not made.</P>" DELIMITED BY SIZE      261007MA
071100          INTO WS-LINE-PARM                                       261007MA
071200     END-IF.                                                      261007MA
071300     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
071400 D1000-EXIT.  EXIT.                                               261007MA
071500*                                                                 261007MA
071600*D2000-SECTION writes one verdict's table: every PLIST entry      261007MA
071700*filed under WS-SECT-CODE, red when IMPACT asked for it.          261007MA
071800 D2000-SECTION.                                                   261007MA
071900     MOVE WS-SECT-COUNT        TO ED-COUNT.                       261007MA
072000     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
072100     STRING "<H3>" DELIMITED BY SIZE                              261007MA
072200            WS-SECT-HEAD DELIMITED BY "  "                        261007MA
072300            " (" DELIMITED BY SIZE                                261007MA
072400            ED-COUNT DELIMITED BY SIZE                            261007MA
072500            ")</H3>" DELIMITED BY SIZE                            261007MA
072600       INTO WS-LINE-PARM.                                         261007MA
072700     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
072800     IF WS-SECT-COUNT = 0                                         261007MA
072900        MOVE "<P>(none)</P>"   TO WS-LINE-PARM                    261007MA
073000        PERFORM D9100-WRITE-LINE THRU D9100-EXIT                  261007MA
073100        GO TO D2000-EXIT.                                         261007MA
073200     PERFORM D9000-TABLE-HEAD THRU D9000-EXIT.                    261007MA
073300     MOVE 1                    TO PG-INDEX.                       261007MA
073400 D2010-NEXT.                                                      261007MA
073500     IF PG-INDEX > PG-COUNT                                       261007MA
073600        GO TO D2090-DONE.                                         261007MA
073700     IF PG-STATUS(PG-INDEX) = WS-SECT-CODE                        261007MA
073800        PERFORM D2100-ROW THRU D2100-EXIT.                        261007MA
073900     ADD 1                     TO PG-INDEX.                       261007MA
074000     GO TO D2010-NEXT.                                            261007MA
074100 D2090-DONE.                                                      261007MA
074200     MOVE "</TABLE>"           TO WS-LINE-PARM.                   261007MA
074300     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
074400 D2000-EXIT.  EXIT.                                               261007MA
074500*                                                                 261007MA
074600 D2100-ROW.                                                       261007MA
074700     IF PG-RED-SW(PG-INDEX) = "Y"                                 261007MA
074800        MOVE '<TR BGCOLOR="#FF9999">' TO WS-LINE-PARM             261007MA
074900     ELSE                                                         261007MA
075000        MOVE "<TR>"            TO WS-LINE-PARM                    261007MA
075100     END-IF.                                                      261007MA
075200     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
075300     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
075400     STRING "<TD>" DELIMITED BY SIZE                              261007MA
075500            PG-SOURCE(PG-INDEX) DELIMITED BY SPACE                261007MA
075600            "</TD><TD>" DELIMITED BY SIZE                         261007MA
075700            PG-SRC-DATE(PG-INDEX) DELIMITED BY SIZE               261007MA
075800            "</TD><TD>" DELIMITED BY SIZE                         261007MA
075900            PG-PROGRAM(PG-INDEX) DELIMITED BY SPACE               261007MA
076000            "</TD><TD>" DELIMITED BY SIZE                         261007MA
076100            PG-PRG-DATE(PG-INDEX) DELIMITED BY SIZE               261007MA
076200            "</TD>" DELIMITED BY SIZE                             261007MA
076300       INTO WS-LINE-PARM.                                         261007MA
076400     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
076500     IF PG-RECOMP-SW(PG-INDEX) = "Y"                              261007MA
076600        MOVE "<TD>YES</TD></TR>" TO WS-LINE-PARM                  261007MA
076700     ELSE                                                         261007MA
076800        MOVE "<TD>&nbsp;</TD></TR>" TO WS-LINE-PARM               261007MA
076900     END-IF.                                                      261007MA
077000     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
077100 D2100-EXIT.  EXIT.                                               261007MA
077200*                                                                 261007MA
077300*D3000-NO-SOURCE lists the program files with no surviving        261007MA
077400*source: PLIST entries whose source has gone, then the files in   261007MA
077500*the group no PLIST source names at all.                          261007MA
077600 D3000-NO-SOURCE.                                                 261007MA
077700     MOVE WS-CT-NOSRC          TO ED-COUNT.                       261007MA
077800     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
077900     STRING "<H3>Program files with no surviving source ("        261007MA
078000            DELIMITED BY SIZE                                     261007MA
078100            ED-COUNT DELIMITED BY SIZE                            261007MA
078200            ")</H3>" DELIMITED BY SIZE                            261007MA
078300       INTO WS-LINE-PARM.                                         261007MA
078400     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
078500     IF NOT GROUP-LISTED                                          261007MA
078600        STRING "<P>(program group could not be listed -- "        261007MA
078700               DELIMITED BY SIZE                                  261007MA
078800               "only PLIST entries checked)</P>" DELIMITED BY SIZE261007MA
078900          INTO WS-LINE-PARM                                       261007MA
079000        PERFORM D9100-WRITE-LINE THRU D9100-EXIT                  261007MA
079100     END-IF.                                                      261007MA
079200     IF WS-CT-NOSRC = 0                                           261007MA
079300        MOVE "<P>(none)</P>"   TO WS-LINE-PARM                    261007MA
079400        PERFORM D9100-WRITE-LINE THRU D9100-EXIT                  261007MA
079500        GO TO D3000-EXIT.                                         261007MA
079600     PERFORM D9000-TABLE-HEAD THRU D9000-EXIT.                    261007MA
079700     MOVE 1                    TO PG-INDEX.                       261007MA
079800 D3010-NEXT.                                                      261007MA
079900     IF PG-INDEX > PG-COUNT                                       261007MA
080000        GO TO D3020-ORPHANS.                                      261007MA
080100     IF PG-STATUS(PG-INDEX) = "S"                                 261007MA
080200        PERFORM D2100-ROW THRU D2100-EXIT.                        261007MA
080300     ADD 1                     TO PG-INDEX.                       261007MA
080400     GO TO D3010-NEXT.                                            261007MA
080500 D3020-ORPHANS.                                                   261007MA
080600     MOVE 1                    TO OR-INDEX.                       261007MA
080700 D3030-NEXT.                                                      261007MA
080800     IF OR-INDEX > OR-COUNT                                       261007MA
080900        GO TO D3090-DONE.                                         261007MA
081000     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
081100     STRING "<TR><TD>(none)</TD><TD>&nbsp;</TD><TD>"              261007MA
081200            DELIMITED BY SIZE                                     261007MA
081300            OR-PROGRAM(OR-INDEX) DELIMITED BY SPACE               261007MA
081400            "</TD><TD>" DELIMITED BY SIZE                         261007MA
081500            OR-PRG-DATE(OR-INDEX) DELIMITED BY SIZE               261007MA
081600            "</TD><TD>&nbsp;</TD></TR>" DELIMITED BY SIZE         261007MA
081700       INTO WS-LINE-PARM.                                         261007MA
081800     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
081900     ADD 1                     TO OR-INDEX.                       261007MA
082000     GO TO D3030-NEXT.                                            261007MA
082100 D3090-DONE.                                                      261007MA
082200     MOVE "</TABLE>"           TO WS-LINE-PARM.                   261007MA
082300     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
082400 D3000-EXIT.  EXIT.                                               261007MA
082500*                                                                 261007MA
082600 D4000-TOTALS.                                                    261007MA
082700     MOVE "<H3>Totals</H3><PRE>" TO WS-LINE-PARM.                 261007MA
082800     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
082900     MOVE WS-CT-CURRENT        TO ED-COUNT.                       261007MA
083000     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
083100     STRING "Current                      " ED-COUNT              261007MA
083200            DELIMITED BY SIZE INTO WS-LINE-PARM.                  261007MA
083300     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
083400     MOVE WS-CT-NEWER          TO ED-COUNT.                       261007MA
083500     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
083600     STRING "Source newer than program    " ED-COUNT              261007MA
083700            DELIMITED BY SIZE INTO WS-LINE-PARM.                  261007MA
083800     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
083900     MOVE WS-CT-RECOMP         TO ED-COUNT.                       261007MA
084000     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
084100     STRING "Older than recompile list    " ED-COUNT              261007MA
084200            DELIMITED BY SIZE INTO WS-LINE-PARM.                  261007MA
084300     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
084400     MOVE WS-CT-NOPROG         TO ED-COUNT.                       261007MA
084500     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
084600     STRING "No program file              " ED-COUNT              261007MA
084700            DELIMITED BY SIZE INTO WS-LINE-PARM.                  261007MA
084800     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
084900     MOVE WS-CT-NOSRC          TO ED-COUNT.                       261007MA
085000     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
085100     STRING "No surviving source          " ED-COUNT              261007MA
085200            DELIMITED BY SIZE INTO WS-LINE-PARM.                  261007MA
085300     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
085400     MOVE WS-CT-RED            TO ED-COUNT.                       261007MA
085500     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
085600     STRING "Recompiles still outstanding " ED-COUNT              261007MA
085700            DELIMITED BY SIZE INTO WS-LINE-PARM.                  261007MA
085800     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
085900     MOVE "</PRE>"             TO WS-LINE-PARM.                   261007MA
086000     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
086100 D4000-EXIT.  EXIT.                                               261007MA
086200*                                                                 261007MA
086300 D9000-TABLE-HEAD.                                                261007MA
086400     MOVE '<TABLE BORDER="1">' TO WS-LINE-PARM.                   261007MA
086500     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
086600     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
086700     STRING "<TR><TH>Source</TH><TH>Source changed</TH>"          261007MA
086800            DELIMITED BY SIZE                                     261007MA
086900            "<TH>Program file</TH><TH>Program changed</TH>"       261007MA
087000            DELIMITED BY SIZE                                     261007MA
087100            "<TH>On RECMPLST</TH></TR>" DELIMITED BY SIZE         261007MA
087200       INTO WS-LINE-PARM.                                         261007MA
087300     PERFORM D9100-WRITE-LINE THRU D9100-EXIT.                    261007MA
087400 D9000-EXIT.  EXIT.                                               261007MA
087500*                                                                 261007MA
087600*D9100-WRITE-LINE FWRITEs the line in WS-LINE-PARM to the         261007MA
087700*open page, the same low-level pattern CL2HTML uses.              261007MA
087800 D9100-WRITE-LINE.                                                261007MA
087900     CALL INTRINSIC "FWRITE" USING HP-FNUM,                       261007MA
088000                                   WS-LINE-PARM,                  261007MA
088100                                   -250,                          261007MA
088200                                   0.                             261007MA
088300     IF CC <> 0                                                   261007MA
088400        CALL INTRINSIC "FCHECK"  USING HP-FNUM, ERR               261007MA
088500        CALL INTRINSIC "FERRMSG" USING ERR, ERR-MSG, ERR-LEN      261007MA
088600        DISPLAY ERR-MSG                                           261007MA
088700        MOVE 16               TO RETURN-CODE                      261007MA
088800        STOP RUN                                                  261007MA
088900     END-IF.                                                      261007MA
089000     MOVE SPACES               TO WS-LINE-PARM.                   261007MA
089100 D9100-EXIT.  EXIT.                                               261007MA
089200*                                                                 261007MA
089300*E1000-PARSE-STAMP reduces the DATELINE stamp in TS-WORK --       261007MA
089400*"FRI, AUG 22, 2026, 11:59 PM" -- to YYYYMMDDHHMM in              261007MA
089500*WS-STAMP-KEY (the STATBRD routine, carried to the minute).       261007MA
089600 E1000-PARSE-STAMP.                                               261007MA
089700     MOVE "N"                  TO TS-GOOD-SW.                     261007MA
089800     MOVE 0                    TO TS-DATE-NUM TS-HOUR TS-MINUTE   261007MA
089900                                  WS-STAMP-KEY.                   261007MA
090000     MOVE SPACES               TO TS-DAYNAME TS-MONTH-DAY         261007MA
090100                                  TS-YEAR-X TS-TIME.              261007MA
090200     UNSTRING TS-WORK DELIMITED BY ", "                           261007MA
090300        INTO TS-DAYNAME, TS-MONTH-DAY, TS-YEAR-X, TS-TIME.        261007MA
090400     MOVE SPACES               TO TS-MON-X TS-DD-X.               261007MA
090500     UNSTRING TS-MONTH-DAY DELIMITED BY ALL " "                   261007MA
090600        INTO TS-MON-X, TS-DD-X.                                   261007MA
090700     IF TS-DD-X(2:1) = SPACE                                      261007MA
090800        MOVE TS-DD-X(1:1)      TO TS-DD-X(2:1)                    261007MA
090900        MOVE "0"               TO TS-DD-X(1:1)                    261007MA
091000     END-IF.                                                      261007MA
091100     MOVE 0                    TO TS-MONTH.                       261007MA
091200     MOVE 1                    TO MO-INDEX.                       261007MA
091300 E1000-HUNT.                                                      261007MA
091400     IF MO-INDEX > 12                                             261007MA
091500        GO TO E1000-EDIT.                                         261007MA
091600     IF MONTH-LIST((MO-INDEX * 3) - 2:3) = TS-MON-X               261007MA
091700        MOVE MO-INDEX          TO TS-MONTH                        261007MA
091800        GO TO E1000-EDIT.                                         261007MA
091900     ADD 1                     TO MO-INDEX.                       261007MA
092000     GO TO E1000-HUNT.                                            261007MA
092100 E1000-EDIT.                                                      261007MA
092200     IF TS-MONTH = 0                                              261007MA
092300        GO TO E1000-EXIT.                                         261007MA
092400     IF TS-YEAR-X(1:4) IS NOT NUMERIC                             261007MA
092500        GO TO E1000-EXIT.                                         261007MA
092600     IF TS-DD-X IS NOT NUMERIC                                    261007MA
092700        GO TO E1000-EXIT.                                         261007MA
092800     MOVE TS-YEAR-X(1:4)       TO TS-YEAR.                        261007MA
092900     MOVE TS-DD-X              TO TS-DAY.                         261007MA
093000     COMPUTE TS-DATE-NUM =                                        261007MA
093100         (TS-YEAR * 10000) + (TS-MONTH * 100) + TS-DAY.           261007MA
093200*DATELINE pads a one-digit hour with a blank -- zero it.          261007MA
093300     INSPECT TS-TIME REPLACING LEADING " " BY "0".                261007MA
093400     MOVE SPACES               TO TS-HH-X TS-MM-X TS-AMPM.        261007MA
093500     UNSTRING TS-TIME DELIMITED BY ":" OR " "                     261007MA
093600        INTO TS-HH-X, TS-MM-X, TS-AMPM.                           261007MA
093700     IF TS-HH-X(2:1) = SPACE                                      261007MA
093800        MOVE TS-HH-X(1:1)      TO TS-HH-X(2:1)                    261007MA
093900        MOVE "0"               TO TS-HH-X(1:1)                    261007MA
094000     END-IF.                                                      261007MA
094100     IF TS-HH-X IS NUMERIC                                        261007MA
094200        MOVE TS-HH-X           TO TS-HOUR                         261007MA
094300     END-IF.                                                      261007MA
094400     IF TS-MM-X IS NUMERIC                                        261007MA
094500        MOVE TS-MM-X           TO TS-MINUTE                       261007MA
094600     END-IF.                                                      261007MA
094700     IF TS-AMPM = "PM" AND TS-HOUR < 12                           261007MA
094800        ADD 12                 TO TS-HOUR                         261007MA
094900     END-IF.                                                      261007MA
095000     IF TS-AMPM = "AM" AND TS-HOUR = 12                           261007MA
095100        MOVE 0                 TO TS-HOUR                         261007MA
095200     END-IF.                                                      261007MA
095300     COMPUTE WS-STAMP-KEY = (TS-DATE-NUM * 10000)                 261007MA
095400         + (TS-HOUR * 100) + TS-MINUTE.                           261007MA
095500     MOVE "Y"                  TO TS-GOOD-SW.                     261007MA
095600 E1000-EXIT.  EXIT.                                               261007MA
095700*                                                                 261007MA
095800*E9000-FILE-DATE asks FFILEINFO for the named file's              261007MA
095900*last-modified stamp; FILE-EXISTS says whether there was one.     261007MA
096000 E9000-FILE-DATE.                                                 261007MA
096100     MOVE "N"                  TO WS-EXISTS-SW.                   261007MA
096200     MOVE SPACES               TO WS-CHK-DATE.                    261007MA
096300     CALL INTRINSIC "FFILEINFO" USING WS-CHK-FILE,                261007MA
096400                                      FF-ITEM-CHANGED-DATE,       261007MA
096500                                      FF-STATUS,                  261007MA
096600                                      WS-CHK-DATE,                261007MA
096700                                      FF-ACTUAL-LEN.              261007MA
096800     IF FF-STATUS = 0                                             261007MA
096900        MOVE "Y"               TO WS-EXISTS-SW                    261007MA
097000     END-IF.                                                      261007MA
097100 E9000-EXIT.  EXIT.                                               261007MA
097200*                                                                 261007MA
097300*B9500-LOG-AUDIT-EVENT appends one record to the shared           261007MA
097400*operations audit-trail log via AUDLOG.                           261007MA
097500 B9500-LOG-AUDIT-EVENT.                                           261007MA
097600     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261007MA
097700     IF RETURN-CODE NOT = 0                                       261007MA
097800        DISPLAY "CURCHK: audit log entry not recorded"            261007MA
097900     END-IF.                                                      261007MA
098000 B9500-EXIT.  EXIT.                                               261007MA
098100 END PROGRAM CURCHK.                                              261007MA
