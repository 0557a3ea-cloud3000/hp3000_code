000100******************************************************************261002MA
000200* PARMCHK -- CALL PARAMETER CONTRACT CHECK ACROSS THE PLIST       261002MA
000300******************************************************************261002MA
000400 IDENTIFICATION DIVISION.                                         261002MA
000500 PROGRAM-ID.     PARMCHK.                                         261002MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261002MA
000700 DATE-COMPILED.                                                   261002MA
000800*                   COPYRIGHT 2007                                261002MA
000900*          J3K Solutions All rights reserved.                     261002MA
001000*                                                                 261002MA
001100* AUDLOG, NOTIFY, RUNLOCK, GENKEEP, CPYDIFF AND CPYMAP ARE EACH   261002MA
001200* CALLED FROM MANY PROGRAMS, AND EVERY CALLER DECLARES ITS OWN    261002MA
001300* COPY OF THE PARAMETER AREA -- CL2HTML, CLEANDSK AND DMY000      261002MA
001400* EACH CARRY A WS-AUDIT-REQUEST THAT HAS TO STAY BYTE FOR BYTE    261002MA
001500* WITH AUDLOG'S AL-REQUEST.  A FIELD WIDENED ON ONE SIDE ONLY     261002MA
001600* STILL COMPILES CLEAN, AND OVERWRITES THE CALLER'S STORAGE AT    261002MA
001700* RUN TIME.  THIS PROGRAM READS EVERY PROGRAM IN THE PLIST TWICE: 261002MA
001800*   - FIRST FOR EACH PROGRAM-ID'S PROCEDURE DIVISION USING LIST,  261002MA
001900*     SIZING EVERY PARAMETER FROM ITS LINKAGE SECTION ENTRY;      261002MA
002000*   - THEN FOR EVERY CALL "NAME" USING ... AIMED AT ONE OF THOSE  261002MA
002100*     PROGRAMS, SIZING EVERY ARGUMENT FROM THE CALLER'S OWN DATA  261002MA
002200*     DIVISION.                                                   261002MA
002300* BOTH SIDES ARE SIZED BY CPYMAP, THE SAME RULES CPYDIFF AND      261002MA
002400* CPYLAYT USE.  A CALL WHOSE ARGUMENT COUNT, OR ANY ARGUMENT'S    261002MA
002500* LENGTH, DIFFERS FROM THE SUBPROGRAM'S IS LISTED IN PARMRPT      261002MA
002600* WITH THE CALLER, THE LINE AND BOTH LAYOUTS.  A LITERAL, A       261002MA
002700* REFERENCE-MODIFIED ARGUMENT, OR A NAME THE CALLER DOES NOT      261002MA
002800* DECLARE IN ITS OWN SOURCE (A COPY MEMBER IS NOT EXPANDED) IS    261002MA
002900* LISTED AS NOT CHECKED.  ENDS NONZERO WHEN ANY CALL MISMATCHES,  261002MA
003000* SO A STEP CAN GATE ON IT.                                       261002MA
003100*-----------------------------------------------------------------261002MA
003200* MODIFICATION HISTORY                                            261002MA
003300* 261002MA  INITIAL VERSION.                                      261002MA
003400*-----------------------------------------------------------------261002MA
003500*                                                                 261002MA
003600 ENVIRONMENT DIVISION.                                            261002MA
003700 CONFIGURATION SECTION.                                           261002MA
003800 SOURCE-COMPUTER. HP-3000.                                        261002MA
003900 OBJECT-COMPUTER. HP-3000.                                        261002MA
004000 SPECIAL-NAMES.                                                   261002MA
004100 CONDITION-CODE IS CC.                                            261002MA
004200*                                                                 261002MA
004300 INPUT-OUTPUT SECTION.                                            261002MA
004400 FILE-CONTROL.                                                    261002MA
004500     SELECT PLISTFILE ASSIGN TO DUMMY USING WS-PLIST-NAME.        261002MA
004600     SELECT PROGFILE  ASSIGN TO DUMMY USING WS-PROG-NAME.         261002MA
004700     SELECT RPTFILE   ASSIGN TO "PARMRPT,,,,2000".                261002MA
004800*                                                                 261002MA
004900 DATA DIVISION.                                                   261002MA
005000 FILE SECTION.                                                    261002MA
005100*Same program-list layout CPYXREF and CALLXREF read.              261002MA
005200 FD  PLISTFILE                                                    261002MA
005300     RECORD CONTAINS 280 CHARACTERS.                              261002MA
005400 01  PLIST-RECORD.                                                261002MA
005500     03 PL-PROG-NAME        PIC X(26).                            261002MA
005600     03 PL-HTML-DOC         PIC X(254).                           261002MA
005700*                                                                 261002MA
005800 FD  PROGFILE                                                     261002MA
005900     RECORD CONTAINS 80 CHARACTERS.                               261002MA
006000 01  PROG-RECORD           PIC X(80).                             261002MA
006100*                                                                 261002MA
006200 FD  RPTFILE                                                      261002MA
006300     RECORD CONTAINS 132 CHARACTERS.                              261002MA
006400 01  RPT-RECORD            PIC X(132).                            261002MA
006500*                                                                 261002MA
006600 WORKING-STORAGE SECTION.                                         261002MA
006700*                                                                 261002MA
006800 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              261002MA
006900 01 WS-PLIST-NAME           PIC X(26)  VALUE SPACES.              261002MA
007000 01 WS-PROG-NAME            PIC X(26)  VALUE SPACES.              261002MA
007100 01 WS-PASS                 PIC 9(01)  VALUE 1.                   261002MA
007200*                                                                 261002MA
007300*The source line on hand: the line image with the sequence        261002MA
007400*columns dropped (indicator first, as CPYMAP takes it) and its    261002MA
007500*code area from column 8.                                         261002MA
007600 01 WS-LINE-NO              PIC S9(09) COMP VALUE 0.              261002MA
007700 01 WS-STMT                 PIC X(66)  VALUE SPACES.              261002MA
007800 01 WS-CODE-AREA            PIC X(65)  VALUE SPACES.              261002MA
007900 01 WS-WORD-1               PIC X(40)  VALUE SPACES.              261002MA
008000 01 WS-WORD-2               PIC X(40)  VALUE SPACES.              261002MA
008100 01 WS-LEAD-CT              PIC S9(04) COMP VALUE 0.              261002MA
008200 01 WS-PERIOD-CT            PIC S9(04) COMP VALUE 0.              261002MA
008300 01 WS-HEADER-SW            PIC X(01)  VALUE "N".                 261002MA
008400*                                                                 261002MA
008500*Where the scan stands inside the current program-id.  Pass 1     261002MA
008600*collects its LINKAGE SECTION, pass 2 its whole DATA DIVISION,    261002MA
008700*up to the PROCEDURE DIVISION header.                             261002MA
008800 01 WS-UNIT-STATE           PIC X(01)  VALUE "N".                 261002MA
008900    88 UNIT-NONE                       VALUE "N".                 261002MA
009000    88 UNIT-HEAD                       VALUE "H".                 261002MA
009100    88 UNIT-DATA                       VALUE "D".                 261002MA
009200    88 UNIT-PROC                       VALUE "P".                 261002MA
009300 01 WS-UNIT-NAME            PIC X(30)  VALUE SPACES.              261002MA
009400 01 WS-MAP-FULL-SW          PIC X(01)  VALUE "N".                 261002MA
009500 01 WS-USING-OPEN-SW        PIC X(01)  VALUE "N".                 261002MA
009600 01 WS-USING-BUF            PIC X(600) VALUE SPACES.              261002MA
009700 01 WS-USING-PTR            PIC S9(04) COMP VALUE 1.              261002MA
009800*                                                                 261002MA
009900*The data lines on hand and CPYMAP's map of them, laid out as     261002MA
010000*CPYMAP's LINKAGE SECTION defines them.                           261002MA
010100 77 MAX-LINE-ENTRIES        PIC S9(04) COMP VALUE 1500.           261002MA
010200 01 WS-MAP-REQUEST.                                               261002MA
010300    03 CM-LINE-COUNT        PIC S9(04) COMP.                      261002MA
010400    03 CM-LINE-TABLE.                                             261002MA
010500       05 CM-LINE           PIC X(66) OCCURS 1500.                261002MA
010600 01 WS-MAP-ANSWER.                                                261002MA
010700    03 CM-FIELD-COUNT       PIC S9(04) COMP.                      261002MA
010800    03 CM-RECORD-LEN        PIC S9(09) COMP.                      261002MA
010900    03 CM-FIELD-ENTRY OCCURS 500.                                 261002MA
011000       05 CM-NAME           PIC X(30).                            261002MA
011100       05 CM-LEVEL          PIC 9(02).                            261002MA
011200       05 CM-OFFSET         PIC S9(09) COMP.                      261002MA
011300       05 CM-LENGTH         PIC S9(09) COMP.                      261002MA
011400       05 CM-OCCURS         PIC 9(04).                            261002MA
011500       05 CM-CLASS          PIC X(01).                            261002MA
011600       05 CM-USAGE          PIC X(08).                            261002MA
011700       05 CM-DIGITS         PIC 9(02).                            261002MA
011800       05 CM-SCALE          PIC 9(02).                            261002MA
011900       05 CM-SIGNED-SW      PIC X(01).                            261002MA
012000       05 CM-REDEF-SW       PIC X(01).                            261002MA
012100    03 CM-COND-COUNT        PIC S9(04) COMP.                      261002MA
012200    03 CM-COND-ENTRY OCCURS 300.                                  261002MA
012300       05 CM-COND-FIELD     PIC S9(04) COMP.                      261002MA
012400       05 CM-COND-NAME      PIC X(30).                            261002MA
012500       05 CM-COND-KIND      PIC X(01).                            261002MA
012600       05 CM-COND-LOW       PIC X(30).                            261002MA
012700       05 CM-COND-THRU-SW   PIC X(01).                            261002MA
012800       05 CM-COND-HIGH      PIC X(30).                            261002MA
012900 77 FX                      PIC S9(04) COMP VALUE 0.              261002MA
013000 77 AX                      PIC S9(04) COMP VALUE 0.              261002MA
013100 77 PX                      PIC S9(04) COMP VALUE 0.              261002MA
013200 01 WS-FIND-NAME            PIC X(30)  VALUE SPACES.              261002MA
013300*                                                                 261002MA
013400*Every program-id found on pass 1 with the parameters its         261002MA
013500*PROCEDURE DIVISION USING names, each sized from the LINKAGE      261002MA
013600*SECTION (-1 when the name could not be mapped) and its layout    261002MA
013700*kept in LAYOUT-TABLE for the report.                             261002MA
013800 77 CE-COUNT                PIC S9(04) COMP VALUE 0.              261002MA
013900 77 CE-INDEX                PIC S9(04) COMP VALUE 0.              261002MA
014000 77 MAX-CE-ENTRIES          PIC S9(04) COMP VALUE 100.            261002MA
014100 77 MAX-PARMS               PIC S9(04) COMP VALUE 12.             261002MA
014200 01 CALLEE-TABLE.                                                 261002MA
014300    03 CE-ENTRY OCCURS 100.                                       261002MA
014400       05 CE-PROGRAM        PIC X(30).                            261002MA
014500       05 CE-SOURCE         PIC X(26).                            261002MA
014600       05 CE-PARM-COUNT     PIC S9(04) COMP.                      261002MA
014700       05 CE-PARM OCCURS 12.                                      261002MA
014800          07 CE-PARM-NAME   PIC X(30).                            261002MA
014900          07 CE-PARM-LEN    PIC S9(09) COMP.                      261002MA
015000          07 CE-LY-FIRST    PIC S9(04) COMP.                      261002MA
015100          07 CE-LY-COUNT    PIC S9(04) COMP.                      261002MA
015200*                                                                 261002MA
015300*Each parameter's fields, its own entry first, with starts        261002MA
015400*taken from the parameter's first byte.                           261002MA
015500 77 LY-COUNT                PIC S9(04) COMP VALUE 0.              261002MA
015600 77 LY-INDEX                PIC S9(04) COMP VALUE 0.              261002MA
015700 77 LY-LAST                 PIC S9(04) COMP VALUE 0.              261002MA
015800 77 MAX-LY-ENTRIES          PIC S9(04) COMP VALUE 3000.           261002MA
015900 01 LAYOUT-TABLE.                                                 261002MA
016000    03 LY-ENTRY OCCURS 3000.                                      261002MA
016100       05 LY-NAME           PIC X(30).                            261002MA
016200       05 LY-LEVEL          PIC 9(02).                            261002MA
016300       05 LY-START          PIC S9(09) COMP.                      261002MA
016400       05 LY-LENGTH         PIC S9(09) COMP.                      261002MA
016500       05 LY-OCCURS         PIC 9(04).                            261002MA
016600       05 LY-CLASS          PIC X(01).                            261002MA
016700       05 LY-USAGE          PIC X(08).                            261002MA
016800*                                                                 261002MA
016900*The CALL statement being gathered, from the word CALL to its     261002MA
017000*end, and the arguments taken from it.  AG-STATUS: R resolved,    261002MA
017100*L literal, M reference-modified, U not declared in the caller.   261002MA
017200 01 WS-CALL-OPEN-SW         PIC X(01)  VALUE "N".                 261002MA
017300    88 CALL-OPEN                       VALUE "Y".                 261002MA
017400 01 WS-CALL-BUF             PIC X(600) VALUE SPACES.              261002MA
017500 01 WS-CALL-PTR             PIC S9(04) COMP VALUE 1.              261002MA
017600 01 WS-CALL-POS             PIC S9(04) COMP VALUE 0.              261002MA
017700 01 WS-CALL-LINE            PIC S9(09) COMP VALUE 0.              261002MA
017800 01 WS-LINE-TAKEN-SW        PIC X(01)  VALUE "N".                 261002MA
017900 01 WS-SCAN-IX              PIC S9(04) COMP VALUE 0.              261002MA
018000 01 WS-TARGET               PIC X(30)  VALUE SPACES.              261002MA
018100 01 AG-COUNT                PIC S9(04) COMP VALUE 0.              261002MA
018200 01 ARG-TABLE.                                                    261002MA
018300    03 AG-ENTRY OCCURS 12.                                        261002MA
018400       05 AG-TEXT           PIC X(30).                            261002MA
018500       05 AG-STATUS         PIC X(01).                            261002MA
018600       05 AG-LEN            PIC S9(09) COMP.                      261002MA
018700       05 AG-FIELD-IX       PIC S9(04) COMP.                      261002MA
018800       05 AG-RESULT         PIC X(30).                            261002MA
018900       05 AG-LAYOUT-SW      PIC X(01).                            261002MA
019000 01 WS-MAX-ARGS             PIC S9(04) COMP VALUE 0.              261002MA
019100 01 WS-PAREN-DEPTH          PIC S9(04) COMP VALUE 0.              261002MA
019200 01 WS-OPEN-CT              PIC S9(04) COMP VALUE 0.              261002MA
019300 01 WS-CLOSE-CT             PIC S9(04) COMP VALUE 0.              261002MA
019400 01 WS-COLON-CT             PIC S9(04) COMP VALUE 0.              261002MA
019500 01 WS-MISMATCH-SW          PIC X(01)  VALUE "N".                 261002MA
019600 01 WS-UNCHECKED-SW         PIC X(01)  VALUE "N".                 261002MA
019700 01 WS-VERDICT              PIC X(09)  VALUE SPACES.              261002MA
019800*                                                                 261002MA
019900*Token scan over a gathered statement.  Commas and semicolons     261002MA
020000*are blanked first; a trailing period ends the statement.         261002MA
020100 01 WS-SCAN-BUF             PIC X(600) VALUE SPACES.              261002MA
020200 01 WS-SCAN-PTR             PIC S9(04) COMP VALUE 1.              261002MA
020300 01 WS-TOKEN                PIC X(40)  VALUE SPACES.              261002MA
020400 01 WS-TOKEN-LEN            PIC S9(04) COMP VALUE 0.              261002MA
020500 01 WS-PERIOD-SEEN          PIC X(01)  VALUE "N".                 261002MA
020600 01 WS-TOKENS-DONE-SW       PIC X(01)  VALUE "N".                 261002MA
020700    88 TOKENS-DONE                     VALUE "Y".                 261002MA
020800*                                                                 261002MA
020900*Words that start the next statement or a CALL's own phrases      261002MA
021000*-- any of them ends a CALL's argument list.                      261002MA
021100 77 SW-COUNT                PIC S9(04) COMP VALUE 45.             261002MA
021200 77 SW-INDEX                PIC S9(04) COMP VALUE 0.              261002MA
021300 01 STOP-WORD-LIST.                                               261002MA
021400    03 FILLER               PIC X(12) VALUE "ACCEPT".             261002MA
021500    03 FILLER               PIC X(12) VALUE "ADD".                261002MA
021600    03 FILLER               PIC X(12) VALUE "CALL".               261002MA
021700    03 FILLER               PIC X(12) VALUE "CANCEL".             261002MA
021800    03 FILLER               PIC X(12) VALUE "CLOSE".              261002MA
021900    03 FILLER               PIC X(12) VALUE "COMPUTE".            261002MA
022000    03 FILLER               PIC X(12) VALUE "CONTINUE".           261002MA
022100    03 FILLER               PIC X(12) VALUE "DELETE".             261002MA
022200    03 FILLER               PIC X(12) VALUE "DISPLAY".            261002MA
022300    03 FILLER               PIC X(12) VALUE "DIVIDE".             261002MA
022400    03 FILLER               PIC X(12) VALUE "ELSE".               261002MA
022500    03 FILLER               PIC X(12) VALUE "END-CALL".           261002MA
022600    03 FILLER               PIC X(12) VALUE "END-IF".             261002MA
022700    03 FILLER               PIC X(12) VALUE "END-PERFORM".        261002MA
022800    03 FILLER               PIC X(12) VALUE "END-EVALUATE".       261002MA
022900    03 FILLER               PIC X(12) VALUE "END-READ".           261002MA
023000    03 FILLER               PIC X(12) VALUE "END-STRING".         261002MA
023100    03 FILLER               PIC X(12) VALUE "EVALUATE".           261002MA
023200    03 FILLER               PIC X(12) VALUE "EXCEPTION".          261002MA
023300    03 FILLER               PIC X(12) VALUE "EXIT".               261002MA
023400    03 FILLER               PIC X(12) VALUE "GIVING".             261002MA
023500    03 FILLER               PIC X(12) VALUE "GO".                 261002MA
023600    03 FILLER               PIC X(12) VALUE "GOBACK".             261002MA
023700    03 FILLER               PIC X(12) VALUE "IF".                 261002MA
023800    03 FILLER               PIC X(12) VALUE "INITIALIZE".         261002MA
023900    03 FILLER               PIC X(12) VALUE "INSPECT".            261002MA
024000    03 FILLER               PIC X(12) VALUE "MOVE".               261002MA
024100    03 FILLER               PIC X(12) VALUE "MULTIPLY".           261002MA
024200    03 FILLER               PIC X(12) VALUE "NOT".                261002MA
024300    03 FILLER               PIC X(12) VALUE "ON".                 261002MA
024400    03 FILLER               PIC X(12) VALUE "OPEN".               261002MA
024500    03 FILLER               PIC X(12) VALUE "OVERFLOW".           261002MA
024600    03 FILLER               PIC X(12) VALUE "PERFORM".            261002MA
024700    03 FILLER               PIC X(12) VALUE "READ".               261002MA
024800    03 FILLER               PIC X(12) VALUE "RETURNING".          261002MA
024900    03 FILLER               PIC X(12) VALUE "REWRITE".            261002MA
025000    03 FILLER               PIC X(12) VALUE "SEARCH".             261002MA
025100    03 FILLER               PIC X(12) VALUE "SET".                261002MA
025200    03 FILLER               PIC X(12) VALUE "START".              261002MA
025300    03 FILLER               PIC X(12) VALUE "STOP".               261002MA
025400    03 FILLER               PIC X(12) VALUE "STRING".             261002MA
025500    03 FILLER               PIC X(12) VALUE "SUBTRACT".           261002MA
025600    03 FILLER               PIC X(12) VALUE "UNSTRING".           261002MA
025700    03 FILLER               PIC X(12) VALUE "WHEN".               261002MA
025800    03 FILLER               PIC X(12) VALUE "WRITE".              261002MA
025900 01 STOP-WORD-LIST-R REDEFINES STOP-WORD-LIST.                    261002MA
026000    03 SW-ENTRY              PIC X(12) OCCURS 45.                 261002MA
026100 01 WS-STOP-WORD-SW         PIC X(01)  VALUE "N".                 261002MA
026200    88 STOP-WORD                       VALUE "Y".                 261002MA
026300*                                                                 261002MA
026400*One layout line: a caller field or a kept parameter field.       261002MA
026500 01 WS-LYW-LEVEL            PIC 9(02)  VALUE 0.                   261002MA
026600 01 WS-LYW-NAME             PIC X(30)  VALUE SPACES.              261002MA
026700 01 WS-LYW-START            PIC S9(09) COMP VALUE 0.              261002MA
026800 01 WS-LYW-LENGTH           PIC S9(09) COMP VALUE 0.              261002MA
026900 01 WS-LYW-OCCURS           PIC 9(04)  VALUE 0.                   261002MA
027000 01 WS-LYW-CLASS            PIC X(01)  VALUE SPACE.               261002MA
027100 01 WS-LYW-USAGE            PIC X(08)  VALUE SPACES.              261002MA
027200 01 WS-LYW-LINES            PIC S9(04) COMP VALUE 0.              261002MA
027300 77 MAX-LAYOUT-LINES        PIC S9(04) COMP VALUE 40.             261002MA
027400*                                                                 261002MA
027500 01 ED-LINE                 PIC ZZZZ9.                            261002MA
027600 01 ED-ARG                  PIC Z9.                               261002MA
027700 01 ED-ARG-2                PIC Z9.                               261002MA
027800 01 ED-LENGTH               PIC ZZZZ9.                            261002MA
027900 01 ED-START                PIC ZZZZ9.                            261002MA
028000 01 ED-OCCURS               PIC ZZZ9.                             261002MA
028100 01 ED-COUNT                PIC Z(8)9.                            261002MA
028200*                                                                 261002MA
028300 77 WS-SOURCE-CT            PIC S9(09) COMP VALUE 0.              261002MA
028400 77 WS-MISSING-CT           PIC S9(09) COMP VALUE 0.              261002MA
028500 77 WS-SUBPROG-CT           PIC S9(09) COMP VALUE 0.              261002MA
028600 77 WS-CALL-CT              PIC S9(09) COMP VALUE 0.              261002MA
028700 77 WS-MATCH-CT             PIC S9(09) COMP VALUE 0.              261002MA
028800 77 WS-MISMATCH-CT          PIC S9(09) COMP VALUE 0.              261002MA
028900 77 WS-UNCHECKED-CT         PIC S9(09) COMP VALUE 0.              261002MA
029000 77 WS-OUTSIDE-CT           PIC S9(09) COMP VALUE 0.              261002MA
029100 77 WS-REPORTED-CT          PIC S9(09) COMP VALUE 0.              261002MA
029200 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              261002MA
029300*Operator identity and audit-log request passed to AUDLOG,        261002MA
029400*and the run completion code, kept apart from RETURN-CODE         261002MA
029500*(which every AUDLOG call resets) and applied at STOP RUN.        261002MA
029600 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              261002MA
029700 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261002MA
029800 01 WS-AUDIT-REQUEST.                                             261002MA
029900    03 AR-PROGRAM-NAME         PIC X(08) VALUE "PARMCHK".         261002MA
030000    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261002MA
030100    03 AR-EVENT                PIC X(06) VALUE SPACES.            261002MA
030200    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261002MA
030300    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261002MA
030400    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261002MA
030500*                                                                 261002MA
030600*=================================================================261002MA
030700*Main logical flow                                                261002MA
030800*=================================================================261002MA
030900 PROCEDURE DIVISION.                                              261002MA
031000 BEGIN-0000.                                                      261002MA
031100     DISPLAY "PARMCHK Version 1.00, Copyright J3K Solutions".     261002MA
031200     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261002MA
031300     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261002MA
031400     MOVE "START"              TO AR-EVENT.                       261002MA
031500     MOVE SPACES               TO AR-OUTCOME.                     261002MA
031600     MOVE WS-PLIST-NAME        TO AR-PARM-1.                      261002MA
031700     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261002MA
031800     OPEN OUTPUT RPTFILE.                                         261002MA
031900     MOVE 1                    TO WS-PASS.                        261002MA
032000     PERFORM B1000-READ-PLIST THRU B1000-EXIT.                    261002MA
032100     PERFORM D1000-REPORT-HEAD THRU D1000-EXIT.                   261002MA
032200     MOVE 2                    TO WS-PASS.                        261002MA
032300     PERFORM B1000-READ-PLIST THRU B1000-EXIT.                    261002MA
032400     PERFORM D3000-TOTALS THRU D3000-EXIT.                        261002MA
032500     CLOSE RPTFILE.                                               261002MA
032600     MOVE WS-CALL-CT           TO ED-COUNT.                       261002MA
032700     DISPLAY "PARMCHK: " ED-COUNT " call(s) checked".             261002MA
032800     MOVE WS-MISMATCH-CT       TO ED-COUNT.                       261002MA
032900     DISPLAY "PARMCHK: " ED-COUNT " call(s) do not match".        261002MA
033000     MOVE "FINISH"             TO AR-EVENT.                       261002MA
033100     IF WS-MISMATCH-CT > 0                                        261002MA
033200        MOVE 1                 TO WS-RUN-RC.                      261002MA
033300     IF WS-RUN-RC NOT = 0                                         261002MA
033400        MOVE "FAIL"            TO AR-OUTCOME                      261002MA
033500     ELSE                                                         261002MA
033600        MOVE "OK"              TO AR-OUTCOME                      261002MA
033700     END-IF.                                                      261002MA
033800     MOVE WS-PLIST-NAME        TO AR-PARM-1.                      261002MA
033900     MOVE ED-COUNT             TO AR-PARM-2.                      261002MA
034000     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261002MA
034100     DISPLAY "Normal termination of PARMCHK run @ " TIME-OF-DAY.  261002MA
034200     IF WS-RUN-RC NOT = 0                                         261002MA
034300        MOVE WS-RUN-RC         TO RETURN-CODE                     261002MA
034400     END-IF.                                                      261002MA
034500     STOP RUN.                                                    261002MA
034600 BEGIN-0000-EXIT. EXIT.                                           261002MA
034700*                                                                 261002MA
034800*A0100-GET-PARMS accepts the program list, as the RUN INFO        261002MA
034900*string or prompted.                                              261002MA
035000 A0100-GET-PARMS.                                                 261002MA
035100     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261002MA
035200     IF WS-RUN-INFO NOT = SPACES                                  261002MA
035300        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261002MA
035400           INTO WS-PLIST-NAME                                     261002MA
035500     ELSE                                                         261002MA
035600        DISPLAY "Enter program list control file name: "          261002MA
035700                NO ADVANCING                                      261002MA
035800        ACCEPT WS-PLIST-NAME FREE                                 261002MA
035900     END-IF.                                                      261002MA
036000     IF WS-PLIST-NAME = SPACES                                    261002MA
036100        DISPLAY "PARMCHK: program list is required"               261002MA
036200        MOVE 16               TO RETURN-CODE                      261002MA
036300        STOP RUN                                                  261002MA
036400     END-IF.                                                      261002MA
036500 A0100-EXIT.  EXIT.                                               261002MA
036600*                                                                 261002MA
036700*A0150-SET-OPERATOR records who ran this check -- BATCH for a     261002MA
036800*stream run driven by the INFO string, or a prompted operator     261002MA
036900*ID for an interactive session.                                   261002MA
037000 A0150-SET-OPERATOR.                                              261002MA
037100     IF WS-RUN-INFO NOT = SPACES                                  261002MA
037200        MOVE "BATCH"           TO WS-OPERATOR                     261002MA
037300     ELSE                                                         261002MA
037400        DISPLAY "Enter operator ID: " NO ADVANCING                261002MA
037500        ACCEPT WS-OPERATOR FREE                                   261002MA
037600     END-IF.                                                      261002MA
037700     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261002MA
037800 A0150-EXIT.  EXIT.                                               261002MA
037900*                                                                 261002MA
038000*B1000-READ-PLIST runs one pass over every program in the list.   261002MA
038100 B1000-READ-PLIST.                                                261002MA
038200     OPEN INPUT PLISTFILE.                                        261002MA
038300     IF CC <> 0                                                   261002MA
038400        DISPLAY "PARMCHK: cannot open program list "              261002MA
038500                WS-PLIST-NAME                                     261002MA
038600        MOVE 16               TO RETURN-CODE                      261002MA
038700        STOP RUN                                                  261002MA
038800     END-IF.                                                      261002MA
038900 B1010-NEXT.                                                      261002MA
039000     READ PLISTFILE                                               261002MA
039100        AT END                                                    261002MA
039200           GO TO B1090-DONE.                                      261002MA
039300     IF PL-PROG-NAME = SPACES                                     261002MA
039400        GO TO B1010-NEXT.                                         261002MA
039500     MOVE PL-PROG-NAME         TO WS-PROG-NAME.                   261002MA
039600     PERFORM B2000-READ-SOURCE THRU B2000-EXIT.                   261002MA
039700     GO TO B1010-NEXT.                                            261002MA
039800 B1090-DONE.                                                      261002MA
039900     CLOSE PLISTFILE.                                             261002MA
040000 B1000-EXIT.  EXIT.                                               261002MA
040100*                                                                 261002MA
040200*B2000-READ-SOURCE reads one source.  Division and section        261002MA
040300*headers move the scan along; other lines are data lines to       261002MA
040400*collect or, on pass 2, procedure lines to search for CALLs.      261002MA
040500*A program that will not open is reported and the rest carry      261002MA
040600*on, as in CALLXREF.                                              261002MA
040700 B2000-READ-SOURCE.                                               261002MA
040800     OPEN INPUT PROGFILE.                                         261002MA
040900     IF CC <> 0                                                   261002MA
041000        IF WS-PASS = 1                                            261002MA
041100           ADD 1               TO WS-MISSING-CT                   261002MA
041200           DISPLAY "PARMCHK: cannot open program " WS-PROG-NAME   261002MA
041300        END-IF                                                    261002MA
041400        GO TO B2000-EXIT                                          261002MA
041500     END-IF.                                                      261002MA
041600     IF WS-PASS = 1                                               261002MA
041700        ADD 1                  TO WS-SOURCE-CT.                   261002MA
041800     MOVE 0                    TO WS-LINE-NO.                     261002MA
041900     MOVE "N"                  TO WS-UNIT-STATE WS-CALL-OPEN-SW   261002MA
042000                                  WS-USING-OPEN-SW.               261002MA
042100     MOVE SPACES               TO WS-UNIT-NAME.                   261002MA
042200 B2010-READ.                                                      261002MA
042300     READ PROGFILE                                                261002MA
042400        AT END                                                    261002MA
042500           GO TO B2090-DONE.                                      261002MA
042600     ADD 1                     TO WS-LINE-NO.                     261002MA
042700     PERFORM B2100-NORMALIZE THRU B2100-EXIT.                     261002MA
042800     IF WS-STMT(1:1) = "*" OR WS-STMT(1:1) = "/"                  261002MA
042900        OR WS-STMT(1:1) = "$" OR WS-STMT(1:1) = "-"               261002MA
043000        OR WS-CODE-AREA = SPACES                                  261002MA
043100        GO TO B2010-READ.                                         261002MA
043200     PERFORM B2200-DIVISION-TEST THRU B2200-EXIT.                 261002MA
043300     IF WS-HEADER-SW = "Y"                                        261002MA
043400        GO TO B2010-READ.                                         261002MA
043500     IF WS-USING-OPEN-SW = "Y"                                    261002MA
043600        PERFORM B4000-USING-LIST THRU B4000-EXIT                  261002MA
043700        GO TO B2010-READ.                                         261002MA
043800     IF UNIT-DATA                                                 261002MA
043900        PERFORM B3000-COLLECT-DATA THRU B3000-EXIT                261002MA
044000        GO TO B2010-READ.                                         261002MA
044100     IF UNIT-PROC AND WS-PASS = 2                                 261002MA
044200        PERFORM C1000-PROC-LINE THRU C1000-EXIT.                  261002MA
044300     GO TO B2010-READ.                                            261002MA
044400 B2090-DONE.                                                      261002MA
044500     CLOSE PROGFILE.                                              261002MA
044600     IF WS-USING-OPEN-SW = "Y"                                    261002MA
044700        MOVE "N"               TO WS-USING-OPEN-SW                261002MA
044800        PERFORM B4100-REGISTER THRU B4100-EXIT.                   261002MA
044900     IF CALL-OPEN                                                 261002MA
045000        PERFORM C2000-CHECK-CALL THRU C2000-EXIT.                 261002MA
045100 B2000-EXIT.  EXIT.                                               261002MA
045200*                                                                 261002MA
045300*B2100-NORMALIZE drops the sequence columns the CPYDIFF way: a    261002MA
045400*line numbered (or blank) in columns 1-6 starts at column 7,      261002MA
045500*anything else is taken whole.                                    261002MA
045600 B2100-NORMALIZE.                                                 261002MA
045700     IF PROG-RECORD(1:6) IS NUMERIC                               261002MA
045800        OR PROG-RECORD(1:6) = SPACES                              261002MA
045900        MOVE PROG-RECORD(7:66) TO WS-STMT                         261002MA
046000     ELSE                                                         261002MA
046100        MOVE PROG-RECORD(1:66) TO WS-STMT                         261002MA
046200     END-IF.                                                      261002MA
046300     MOVE WS-STMT(2:65)        TO WS-CODE-AREA.                   261002MA
046400 B2100-EXIT.  EXIT.                                               261002MA
046500*                                                                 261002MA
046600*B2200-DIVISION-TEST looks at a line's first two words for the    261002MA
046700*headers that matter: PROGRAM-ID, END PROGRAM, DATA DIVISION,     261002MA
046800*LINKAGE SECTION and PROCEDURE DIVISION.  WS-HEADER-SW comes      261002MA
046900*back Y when the line was one of them.                            261002MA
047000 B2200-DIVISION-TEST.                                             261002MA
047100     MOVE "N"                  TO WS-HEADER-SW.                   261002MA
047200     MOVE 0                    TO WS-LEAD-CT.                     261002MA
047300     INSPECT WS-CODE-AREA TALLYING WS-LEAD-CT FOR LEADING " ".    261002MA
047400     MOVE SPACES               TO WS-WORD-1 WS-WORD-2.            261002MA
047500     UNSTRING WS-CODE-AREA(WS-LEAD-CT + 1:) DELIMITED BY ALL " "  261002MA
047600        INTO WS-WORD-1, WS-WORD-2.                                261002MA
047700     IF WS-WORD-1 = "PROGRAM-ID." OR WS-WORD-1 = "PROGRAM-ID"     261002MA
047800        PERFORM B2300-NEW-UNIT THRU B2300-EXIT                    261002MA
047900        GO TO B2290-HEADER.                                       261002MA
048000     IF WS-WORD-1 = "END" AND WS-WORD-2(1:7) = "PROGRAM"          261002MA
048100        PERFORM B2400-END-UNIT THRU B2400-EXIT                    261002MA
048200        GO TO B2290-HEADER.                                       261002MA
048300     IF UNIT-NONE                                                 261002MA
048400        GO TO B2200-EXIT.                                         261002MA
048500     IF WS-WORD-1 = "DATA" AND WS-WORD-2(1:8) = "DIVISION"        261002MA
048600        AND UNIT-HEAD AND WS-PASS = 2                             261002MA
048700        MOVE "D"               TO WS-UNIT-STATE                   261002MA
048800        GO TO B2290-HEADER.                                       261002MA
048900     IF WS-WORD-1 = "LINKAGE" AND WS-WORD-2(1:7) = "SECTION"      261002MA
049000        AND UNIT-HEAD AND WS-PASS = 1                             261002MA
049100        MOVE "D"               TO WS-UNIT-STATE                   261002MA
049200        GO TO B2290-HEADER.                                       261002MA
049300     IF WS-WORD-1 = "PROCEDURE" AND WS-WORD-2(1:8) = "DIVISION"   261002MA
049400        AND NOT UNIT-PROC                                         261002MA
049500        PERFORM B2500-PROCEDURE THRU B2500-EXIT                   261002MA
049600        GO TO B2290-HEADER.                                       261002MA
049700     GO TO B2200-EXIT.                                            261002MA
049800 B2290-HEADER.                                                    261002MA
049900     MOVE "Y"                  TO WS-HEADER-SW.                   261002MA
050000 B2200-EXIT.  EXIT.                                               261002MA
050100*                                                                 261002MA
050200*B2300-NEW-UNIT starts a program-id: a source may hold several,   261002MA
050300*one after another, as DMY000 does.                               261002MA
050400 B2300-NEW-UNIT.                                                  261002MA
050500     IF CALL-OPEN                                                 261002MA
050600        PERFORM C2000-CHECK-CALL THRU C2000-EXIT.                 261002MA
050700     IF WS-USING-OPEN-SW = "Y"                                    261002MA
050800        MOVE "N"               TO WS-USING-OPEN-SW                261002MA
050900        PERFORM B4100-REGISTER THRU B4100-EXIT.                   261002MA
051000     IF WS-WORD-2(1:1) = '"'                                      261002MA
051100        MOVE WS-WORD-2(2:)     TO WS-WORD-2.                      261002MA
051200     MOVE SPACES               TO WS-UNIT-NAME.                   261002MA
051300     UNSTRING WS-WORD-2 DELIMITED BY "." OR '"' OR " "            261002MA
051400        INTO WS-UNIT-NAME.                                        261002MA
051500     MOVE 0                    TO CM-LINE-COUNT.                  261002MA
051600     MOVE "N"                  TO WS-MAP-FULL-SW.                 261002MA
051700     MOVE "H"                  TO WS-UNIT-STATE.                  261002MA
051800 B2300-EXIT.  EXIT.                                               261002MA
051900*                                                                 261002MA
052000 B2400-END-UNIT.                                                  261002MA
052100     IF CALL-OPEN                                                 261002MA
052200        PERFORM C2000-CHECK-CALL THRU C2000-EXIT.                 261002MA
052300     IF WS-USING-OPEN-SW = "Y"                                    261002MA
052400        MOVE "N"               TO WS-USING-OPEN-SW                261002MA
052500        PERFORM B4100-REGISTER THRU B4100-EXIT.                   261002MA
052600     MOVE "N"                  TO WS-UNIT-STATE.                  261002MA
052700 B2400-EXIT.  EXIT.                                               261002MA
052800*                                                                 261002MA
052900*B2500-PROCEDURE ends the data lines.  Pass 1 gathers the USING   261002MA
053000*list that follows, to its period; pass 2 maps the caller's       261002MA
053100*data so its CALL arguments can be sized.                         261002MA
053200 B2500-PROCEDURE.                                                 261002MA
053300     MOVE "P"                  TO WS-UNIT-STATE.                  261002MA
053400     IF WS-PASS = 1                                               261002MA
053500        MOVE SPACES            TO WS-USING-BUF                    261002MA
053600        MOVE 1                 TO WS-USING-PTR                    261002MA
053700        MOVE "Y"               TO WS-USING-OPEN-SW                261002MA
053800        PERFORM B4000-USING-LIST THRU B4000-EXIT                  261002MA
053900        GO TO B2500-EXIT                                          261002MA
054000     END-IF.                                                      261002MA
054100     IF CM-LINE-COUNT > 0                                         261002MA
054200        CALL "CPYMAP" USING WS-MAP-REQUEST, WS-MAP-ANSWER         261002MA
054300     ELSE                                                         261002MA
054400        MOVE 0                 TO CM-FIELD-COUNT                  261002MA
054500     END-IF.                                                      261002MA
054600 B2500-EXIT.  EXIT.                                               261002MA
054700*                                                                 261002MA
054800*B3000-COLLECT-DATA keeps a data line for CPYMAP.                 261002MA
054900 B3000-COLLECT-DATA.                                              261002MA
055000     IF WS-MAP-FULL-SW = "Y"                                      261002MA
055100        GO TO B3000-EXIT.                                         261002MA
055200     IF CM-LINE-COUNT >= MAX-LINE-ENTRIES                         261002MA
055300        DISPLAY "PARMCHK: data division of " WS-UNIT-NAME         261002MA
055400                " too large to map in full"                       261002MA
055500        MOVE "Y"               TO WS-MAP-FULL-SW                  261002MA
055600        GO TO B3000-EXIT                                          261002MA
055700     END-IF.                                                      261002MA
055800     ADD 1                     TO CM-LINE-COUNT.                  261002MA
055900     MOVE WS-STMT              TO CM-LINE(CM-LINE-COUNT).         261002MA
056000 B3000-EXIT.  EXIT.                                               261002MA
056100*                                                                 261002MA
056200*B4000-USING-LIST gathers the PROCEDURE DIVISION header up to     261002MA
056300*its period, then enters the program-id in the callee table.      261002MA
056400 B4000-USING-LIST.                                                261002MA
056500     STRING WS-CODE-AREA DELIMITED BY SIZE                        261002MA
056600            " " DELIMITED BY SIZE                                 261002MA
056700       INTO WS-USING-BUF                                          261002MA
056800       WITH POINTER WS-USING-PTR.                                 261002MA
056900     MOVE 0                    TO WS-PERIOD-CT.                   261002MA
057000     INSPECT WS-CODE-AREA TALLYING WS-PERIOD-CT FOR ALL ".".      261002MA
057100     IF WS-PERIOD-CT > 0 OR WS-USING-PTR > 530                    261002MA
057200        MOVE "N"               TO WS-USING-OPEN-SW                261002MA
057300        PERFORM B4100-REGISTER THRU B4100-EXIT                    261002MA
057400     END-IF.                                                      261002MA
057500 B4000-EXIT.  EXIT.                                               261002MA
057600*                                                                 261002MA
057700*B4100-REGISTER maps the program-id's LINKAGE SECTION and enters  261002MA
057800*each USING name with its length and layout.  A program-id        261002MA
057900*seen twice keeps its first entry.                                261002MA
058000 B4100-REGISTER.                                                  261002MA
058100     IF WS-UNIT-NAME = SPACES                                     261002MA
058200        GO TO B4100-EXIT.                                         261002MA
058300     MOVE 1                    TO CE-INDEX.                       261002MA
058400 B4105-DUP.                                                       261002MA
058500     IF CE-INDEX > CE-COUNT                                       261002MA
058600        GO TO B4110-ADD.                                          261002MA
058700     IF CE-PROGRAM(CE-INDEX) = WS-UNIT-NAME                       261002MA
058800        DISPLAY "PARMCHK: program-id " WS-UNIT-NAME               261002MA
058900                " found again in " WS-PROG-NAME                   261002MA
059000        GO TO B4100-EXIT.                                         261002MA
059100     ADD 1                     TO CE-INDEX.                       261002MA
059200     GO TO B4105-DUP.                                             261002MA
059300 B4110-ADD.                                                       261002MA
059400     IF CE-COUNT >= MAX-CE-ENTRIES                                261002MA
059500        DISPLAY "PARMCHK: more than " MAX-CE-ENTRIES              261002MA
059600                " program-ids, " WS-UNIT-NAME " not entered"      261002MA
059700        GO TO B4100-EXIT                                          261002MA
059800     END-IF.                                                      261002MA
059900     ADD 1                     TO CE-COUNT.                       261002MA
060000     MOVE WS-UNIT-NAME         TO CE-PROGRAM(CE-COUNT).           261002MA
060100     MOVE WS-PROG-NAME         TO CE-SOURCE(CE-COUNT).            261002MA
060200     MOVE 0                    TO CE-PARM-COUNT(CE-COUNT).        261002MA
060300     IF CM-LINE-COUNT > 0                                         261002MA
060400        CALL "CPYMAP" USING WS-MAP-REQUEST, WS-MAP-ANSWER         261002MA
060500     ELSE                                                         261002MA
060600        MOVE 0                 TO CM-FIELD-COUNT                  261002MA
060700     END-IF.                                                      261002MA
060800     MOVE WS-USING-BUF         TO WS-SCAN-BUF.                    261002MA
060900     PERFORM E8050-START-SCAN THRU E8050-EXIT.                    261002MA
061000 B4120-FIND-USING.                                                261002MA
061100     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261002MA
061200     IF TOKENS-DONE                                               261002MA
061300        GO TO B4100-EXIT.                                         261002MA
061400     IF WS-TOKEN = "USING"                                        261002MA
061500        GO TO B4130-PARM.                                         261002MA
061600     IF WS-PERIOD-SEEN = "Y"                                      261002MA
061700        GO TO B4100-EXIT.                                         261002MA
061800     GO TO B4120-FIND-USING.                                      261002MA
061900 B4130-PARM.                                                      261002MA
062000     IF WS-PERIOD-SEEN = "Y"                                      261002MA
062100        GO TO B4100-EXIT.                                         261002MA
062200     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261002MA
062300     IF TOKENS-DONE                                               261002MA
062400        GO TO B4100-EXIT.                                         261002MA
062500     IF WS-TOKEN = "BY" OR WS-TOKEN = "REFERENCE"                 261002MA
062600        OR WS-TOKEN = "VALUE" OR WS-TOKEN = "CONTENT"             261002MA
062700        GO TO B4130-PARM.                                         261002MA
062800     IF WS-TOKEN = "GIVING" OR WS-TOKEN = "RETURNING"             261002MA
062900        GO TO B4100-EXIT.                                         261002MA
063000     ADD 1                     TO CE-PARM-COUNT(CE-COUNT).        261002MA
063100     IF CE-PARM-COUNT(CE-COUNT) > MAX-PARMS                       261002MA
063200        GO TO B4130-PARM.                                         261002MA
063300     MOVE CE-PARM-COUNT(CE-COUNT) TO PX.                          261002MA
063400     PERFORM B4200-SIZE-PARM THRU B4200-EXIT.                     261002MA
063500     GO TO B4130-PARM.                                            261002MA
063600 B4100-EXIT.  EXIT.                                               261002MA
063700*                                                                 261002MA
063800*B4200-SIZE-PARM sizes one USING name from the LINKAGE map and    261002MA
063900*keeps its fields, starts counted from its own first byte.        261002MA
064000 B4200-SIZE-PARM.                                                 261002MA
064100     MOVE WS-TOKEN             TO CE-PARM-NAME(CE-COUNT, PX).     261002MA
064200     MOVE -1                   TO CE-PARM-LEN(CE-COUNT, PX).      261002MA
064300     MOVE 0                    TO CE-LY-FIRST(CE-COUNT, PX)       261002MA
064400                                  CE-LY-COUNT(CE-COUNT, PX).      261002MA
064500     MOVE WS-TOKEN             TO WS-FIND-NAME.                   261002MA
064600     PERFORM E7000-FIND-FIELD THRU E7000-EXIT.                    261002MA
064700     IF FX = 0                                                    261002MA
064800        GO TO B4200-EXIT.                                         261002MA
064900     MOVE CM-LENGTH(FX)        TO CE-PARM-LEN(CE-COUNT, PX).      261002MA
065000     COMPUTE CE-LY-FIRST(CE-COUNT, PX) = LY-COUNT + 1.            261002MA
065100     MOVE FX                   TO AX.                             261002MA
065200 B4210-FIELD.                                                     261002MA
065300     IF AX > CM-FIELD-COUNT                                       261002MA
065400        GO TO B4200-EXIT.                                         261002MA
065500     IF AX > FX                                                   261002MA
065600        IF CM-LEVEL(AX) <= CM-LEVEL(FX) OR CM-LEVEL(AX) = 77      261002MA
065700           OR CM-LEVEL(AX) = 66                                   261002MA
065800           GO TO B4200-EXIT                                       261002MA
065900        END-IF                                                    261002MA
066000     END-IF.                                                      261002MA
066100     IF LY-COUNT >= MAX-LY-ENTRIES                                261002MA
066200        DISPLAY "PARMCHK: layout table full at " WS-UNIT-NAME     261002MA
066300        GO TO B4200-EXIT                                          261002MA
066400     END-IF.                                                      261002MA
066500     ADD 1                     TO LY-COUNT.                       261002MA
066600     ADD 1                     TO CE-LY-COUNT(CE-COUNT, PX).      261002MA
066700     MOVE CM-NAME(AX)          TO LY-NAME(LY-COUNT).              261002MA
066800     MOVE CM-LEVEL(AX)         TO LY-LEVEL(LY-COUNT).             261002MA
066900     COMPUTE LY-START(LY-COUNT) =                                 261002MA
067000         CM-OFFSET(AX) - CM-OFFSET(FX) + 1.                       261002MA
067100     MOVE CM-LENGTH(AX)        TO LY-LENGTH(LY-COUNT).            261002MA
067200     MOVE CM-OCCURS(AX)        TO LY-OCCURS(LY-COUNT).            261002MA
067300     MOVE CM-CLASS(AX)         TO LY-CLASS(LY-COUNT).             261002MA
067400     MOVE CM-USAGE(AX)         TO LY-USAGE(LY-COUNT).             261002MA
067500     ADD 1                     TO AX.                             261002MA
067600     GO TO B4210-FIELD.                                           261002MA
067700 B4200-EXIT.  EXIT.                                               261002MA
067800*                                                                 261002MA
067900*C1000-PROC-LINE carries on a CALL begun on an earlier line, or   261002MA
068000*looks for a new one.                                             261002MA
068100 C1000-PROC-LINE.                                                 261002MA
068200     IF CALL-OPEN                                                 261002MA
068300        PERFORM C1100-CONTINUE-CALL THRU C1100-EXIT               261002MA
068400        IF WS-LINE-TAKEN-SW = "Y"                                 261002MA
068500           GO TO C1000-EXIT                                       261002MA
068600        END-IF                                                    261002MA
068700     END-IF.                                                      261002MA
068800     PERFORM C1200-FIND-CALL THRU C1200-EXIT.                     261002MA
068900 C1000-EXIT.  EXIT.                                               261002MA
069000*                                                                 261002MA
069100*C1100-CONTINUE-CALL adds the line to an open CALL unless the     261002MA
069200*line starts a paragraph or a new statement; the CALL is then     261002MA
069300*checked, as it is on reaching its period.                        261002MA
069400 C1100-CONTINUE-CALL.                                             261002MA
069500     MOVE "N"                  TO WS-LINE-TAKEN-SW.               261002MA
069600     IF WS-CODE-AREA(1:1) NOT = SPACE                             261002MA
069700        GO TO C1190-CLOSE.                                        261002MA
069800     MOVE WS-WORD-1            TO WS-TOKEN.                       261002MA
069900     INSPECT WS-TOKEN REPLACING ALL "." BY " ".                   261002MA
070000     PERFORM E8100-STOP-WORD THRU E8100-EXIT.                     261002MA
070100     IF STOP-WORD                                                 261002MA
070200        GO TO C1190-CLOSE.                                        261002MA
070300     MOVE "Y"                  TO WS-LINE-TAKEN-SW.               261002MA
070400     STRING WS-CODE-AREA DELIMITED BY SIZE                        261002MA
070500            " " DELIMITED BY SIZE                                 261002MA
070600       INTO WS-CALL-BUF                                           261002MA
070700       WITH POINTER WS-CALL-PTR                                   261002MA
070800       ON OVERFLOW                                                261002MA
070900          GO TO C1190-CLOSE                                       261002MA
071000     END-STRING.                                                  261002MA
071100     MOVE 0                    TO WS-PERIOD-CT.                   261002MA
071200     INSPECT WS-CODE-AREA TALLYING WS-PERIOD-CT FOR ALL ".".      261002MA
071300     IF WS-PERIOD-CT = 0                                          261002MA
071400        GO TO C1100-EXIT.                                         261002MA
071500 C1190-CLOSE.                                                     261002MA
071600     PERFORM C2000-CHECK-CALL THRU C2000-EXIT.                    261002MA
071700 C1100-EXIT.  EXIT.                                               261002MA
071800*                                                                 261002MA
071900*C1200-FIND-CALL -- the word CALL at the start of the code area   261002MA
072000*or between blanks, the CALLXREF rule, followed by a quoted       261002MA
072100*program name.  CALL INTRINSIC and a CALL through a data name     261002MA
072200*are passed over.                                                 261002MA
072300 C1200-FIND-CALL.                                                 261002MA
072400     IF WS-CODE-AREA(1:5) = "CALL "                               261002MA
072500        MOVE 1                 TO WS-CALL-POS                     261002MA
072600        GO TO C1220-AFTER.                                        261002MA
072700     MOVE 1                    TO WS-SCAN-IX.                     261002MA
072800 C1210-HUNT.                                                      261002MA
072900     IF WS-SCAN-IX > 59                                           261002MA
073000        GO TO C1200-EXIT.                                         261002MA
073100     IF WS-CODE-AREA(WS-SCAN-IX:6) NOT = " CALL "                 261002MA
073200        ADD 1                  TO WS-SCAN-IX                      261002MA
073300        GO TO C1210-HUNT.                                         261002MA
073400     COMPUTE WS-CALL-POS = WS-SCAN-IX + 1.                        261002MA
073500 C1220-AFTER.                                                     261002MA
073600     COMPUTE WS-SCAN-IX = WS-CALL-POS + 5.                        261002MA
073700 C1230-SKIP.                                                      261002MA
073800     IF WS-SCAN-IX > 65                                           261002MA
073900        GO TO C1200-EXIT.                                         261002MA
074000     IF WS-CODE-AREA(WS-SCAN-IX:1) = SPACE                        261002MA
074100        ADD 1                  TO WS-SCAN-IX                      261002MA
074200        GO TO C1230-SKIP.                                         261002MA
074300     IF WS-CODE-AREA(WS-SCAN-IX:1) NOT = '"'                      261002MA
074400        AND WS-CODE-AREA(WS-SCAN-IX:1) NOT = "'"                  261002MA
074500        GO TO C1200-EXIT.                                         261002MA
074600     MOVE SPACES               TO WS-CALL-BUF.                    261002MA
074700     MOVE 1                    TO WS-CALL-PTR.                    261002MA
074800     STRING WS-CODE-AREA(WS-CALL-POS:) DELIMITED BY SIZE          261002MA
074900            " " DELIMITED BY SIZE                                 261002MA
075000       INTO WS-CALL-BUF                                           261002MA
075100       WITH POINTER WS-CALL-PTR.                                  261002MA
075200     MOVE WS-LINE-NO           TO WS-CALL-LINE.                   261002MA
075300     MOVE "Y"                  TO WS-CALL-OPEN-SW.                261002MA
075400     MOVE 0                    TO WS-PERIOD-CT.                   261002MA
075500     INSPECT WS-CODE-AREA(WS-CALL-POS:) TALLYING WS-PERIOD-CT     261002MA
075600        FOR ALL ".".                                              261002MA
075700     IF WS-PERIOD-CT > 0                                          261002MA
075800        PERFORM C2000-CHECK-CALL THRU C2000-EXIT.                 261002MA
075900 C1200-EXIT.  EXIT.                                               261002MA
076000*                                                                 261002MA
076100*C2000-CHECK-CALL takes the gathered CALL apart: the program      261002MA
076200*name, then each USING argument up to the statement's end.        261002MA
076300*BY, REFERENCE, CONTENT and VALUE are passed over, as are a       261002MA
076400*qualifier after OF or IN and anything inside parentheses.  A     261002MA
076500*CALL to a program outside the plist is only counted.             261002MA
076600 C2000-CHECK-CALL.                                                261002MA
076700     MOVE "N"                  TO WS-CALL-OPEN-SW.                261002MA
076800     MOVE WS-CALL-BUF          TO WS-SCAN-BUF.                    261002MA
076900     PERFORM E8050-START-SCAN THRU E8050-EXIT.                    261002MA
077000     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261002MA
077100     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261002MA
077200     MOVE SPACES               TO WS-TARGET.                      261002MA
077300     UNSTRING WS-TOKEN(2:) DELIMITED BY '"' OR "'"                261002MA
077400        INTO WS-TARGET.                                           261002MA
077500     IF WS-TARGET = SPACES                                        261002MA
077600        GO TO C2000-EXIT.                                         261002MA
077700     MOVE 1                    TO CE-INDEX.                       261002MA
077800 C2005-LOOKUP.                                                    261002MA
077900     IF CE-INDEX > CE-COUNT                                       261002MA
078000        ADD 1                  TO WS-OUTSIDE-CT                   261002MA
078100        GO TO C2000-EXIT.                                         261002MA
078200     IF CE-PROGRAM(CE-INDEX) NOT = WS-TARGET                      261002MA
078300        ADD 1                  TO CE-INDEX                        261002MA
078400        GO TO C2005-LOOKUP.                                       261002MA
078500     ADD 1                     TO WS-CALL-CT.                     261002MA
078600     MOVE 0                    TO AG-COUNT WS-PAREN-DEPTH.        261002MA
078700     IF WS-PERIOD-SEEN = "Y"                                      261002MA
078800        GO TO C2050-COMPARE.                                      261002MA
078900     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261002MA
079000     IF TOKENS-DONE OR WS-TOKEN NOT = "USING"                     261002MA
079100        GO TO C2050-COMPARE.                                      261002MA
079200 C2010-ARG.                                                       261002MA
079300     IF WS-PERIOD-SEEN = "Y"                                      261002MA
079400        GO TO C2050-COMPARE.                                      261002MA
079500     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261002MA
079600     IF TOKENS-DONE                                               261002MA
079700        GO TO C2050-COMPARE.                                      261002MA
079800     IF WS-PAREN-DEPTH > 0 OR WS-TOKEN(1:1) = "("                 261002MA
079900        PERFORM C2300-SUBSCRIPT THRU C2300-EXIT                   261002MA
080000        GO TO C2010-ARG.                                          261002MA
080100     IF WS-TOKEN = "BY" OR WS-TOKEN = "REFERENCE"                 261002MA
080200        OR WS-TOKEN = "CONTENT" OR WS-TOKEN = "VALUE"             261002MA
080300        GO TO C2010-ARG.                                          261002MA
080400     IF WS-TOKEN = "OF" OR WS-TOKEN = "IN"                        261002MA
080500        PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT                  261002MA
080600        GO TO C2010-ARG.                                          261002MA
080700     PERFORM E8100-STOP-WORD THRU E8100-EXIT.                     261002MA
080800     IF STOP-WORD                                                 261002MA
080900        GO TO C2050-COMPARE.                                      261002MA
081000     ADD 1                     TO AG-COUNT.                       261002MA
081100     IF AG-COUNT > MAX-PARMS                                      261002MA
081200        GO TO C2010-ARG.                                          261002MA
081300     PERFORM C2100-RESOLVE-ARG THRU C2100-EXIT.                   261002MA
081400     GO TO C2010-ARG.                                             261002MA
081500 C2050-COMPARE.                                                   261002MA
081600     PERFORM C3000-COMPARE THRU C3000-EXIT.                       261002MA
081700 C2000-EXIT.  EXIT.                                               261002MA
081800*                                                                 261002MA
081900*C2100-RESOLVE-ARG sizes one argument from the caller's map.      261002MA
082000 C2100-RESOLVE-ARG.                                               261002MA
082100     MOVE AG-COUNT             TO PX.                             261002MA
082200     MOVE WS-TOKEN             TO AG-TEXT(PX).                    261002MA
082300     MOVE 0                    TO AG-LEN(PX) AG-FIELD-IX(PX).     261002MA
082400     MOVE "R"                  TO AG-STATUS(PX).                  261002MA
082500     IF WS-TOKEN(1:1) = '"' OR WS-TOKEN(1:1) = "'"                261002MA
082600        OR WS-TOKEN(1:1) IS NUMERIC                               261002MA
082700        OR WS-TOKEN(1:1) = "+" OR WS-TOKEN(1:1) = "-"             261002MA
082800        MOVE "L"               TO AG-STATUS(PX)                   261002MA
082900        GO TO C2100-EXIT.                                         261002MA
083000     IF WS-TOKEN = "ZERO" OR WS-TOKEN = "ZEROS"                   261002MA
083100        OR WS-TOKEN = "ZEROES" OR WS-TOKEN = "SPACE"              261002MA
083200        OR WS-TOKEN = "SPACES" OR WS-TOKEN = "LOW-VALUE"          261002MA
083300        OR WS-TOKEN = "LOW-VALUES" OR WS-TOKEN = "HIGH-VALUE"     261002MA
083400        OR WS-TOKEN = "HIGH-VALUES" OR WS-TOKEN = "OMITTED"       261002MA
083500        MOVE "L"               TO AG-STATUS(PX)                   261002MA
083600        GO TO C2100-EXIT.                                         261002MA
083700     MOVE 0                    TO WS-COLON-CT.                    261002MA
083800     INSPECT WS-TOKEN TALLYING WS-COLON-CT FOR ALL ":".           261002MA
083900     MOVE SPACES               TO WS-FIND-NAME.                   261002MA
084000     UNSTRING WS-TOKEN DELIMITED BY "("                           261002MA
084100        INTO WS-FIND-NAME.                                        261002MA
084200     MOVE WS-FIND-NAME         TO AG-TEXT(PX).                    261002MA
084300     PERFORM C2400-PAREN-DEPTH THRU C2400-EXIT.                   261002MA
084400     IF WS-COLON-CT > 0                                           261002MA
084500        MOVE "M"               TO AG-STATUS(PX)                   261002MA
084600        GO TO C2100-EXIT.                                         261002MA
084700     PERFORM E7000-FIND-FIELD THRU E7000-EXIT.                    261002MA
084800     IF FX = 0                                                    261002MA
084900        MOVE "U"               TO AG-STATUS(PX)                   261002MA
085000        GO TO C2100-EXIT.                                         261002MA
085100     MOVE FX                   TO AG-FIELD-IX(PX).                261002MA
085200     MOVE CM-LENGTH(FX)        TO AG-LEN(PX).                     261002MA
085300 C2100-EXIT.  EXIT.                                               261002MA
085400*                                                                 261002MA
085500*C2300-SUBSCRIPT passes over a subscript; a colon inside the      261002MA
085600*parentheses makes the argument a reference modification.         261002MA
085700 C2300-SUBSCRIPT.                                                 261002MA
085800     MOVE 0                    TO WS-COLON-CT.                    261002MA
085900     INSPECT WS-TOKEN TALLYING WS-COLON-CT FOR ALL ":".           261002MA
086000     IF WS-COLON-CT > 0 AND AG-COUNT > 0                          261002MA
086100        AND AG-COUNT NOT > MAX-PARMS                              261002MA
086200        MOVE "M"               TO AG-STATUS(AG-COUNT).            261002MA
086300     PERFORM C2400-PAREN-DEPTH THRU C2400-EXIT.                   261002MA
086400 C2300-EXIT.  EXIT.                                               261002MA
086500*                                                                 261002MA
086600 C2400-PAREN-DEPTH.                                               261002MA
086700     MOVE 0                    TO WS-OPEN-CT WS-CLOSE-CT.         261002MA
086800     INSPECT WS-TOKEN TALLYING WS-OPEN-CT FOR ALL "("             261002MA
086900                               WS-CLOSE-CT FOR ALL ")".           261002MA
087000     COMPUTE WS-PAREN-DEPTH =                                     261002MA
087100         WS-PAREN-DEPTH + WS-OPEN-CT - WS-CLOSE-CT.               261002MA
087200     IF WS-PAREN-DEPTH < 0                                        261002MA
087300        MOVE 0                 TO WS-PAREN-DEPTH.                 261002MA
087400 C2400-EXIT.  EXIT.                                               261002MA
087500*                                                                 261002MA
087600*C3000-COMPARE sets each argument's result against the callee's   261002MA
087700*parameter in the same position and reports the call if any       261002MA
087800*position mismatches or could not be checked.                     261002MA
087900 C3000-COMPARE.                                                   261002MA
088000     MOVE "N"                  TO WS-MISMATCH-SW WS-UNCHECKED-SW. 261002MA
088100     IF AG-COUNT NOT = CE-PARM-COUNT(CE-INDEX)                    261002MA
088200        MOVE "Y"               TO WS-MISMATCH-SW.                 261002MA
088300     MOVE AG-COUNT             TO WS-MAX-ARGS.                    261002MA
088400     IF CE-PARM-COUNT(CE-INDEX) > WS-MAX-ARGS                     261002MA
088500        MOVE CE-PARM-COUNT(CE-INDEX) TO WS-MAX-ARGS.              261002MA
088600     IF WS-MAX-ARGS > MAX-PARMS                                   261002MA
088700        MOVE MAX-PARMS         TO WS-MAX-ARGS.                    261002MA
088800     MOVE 1                    TO PX.                             261002MA
088900 C3010-ARG.                                                       261002MA
089000     IF PX > WS-MAX-ARGS                                          261002MA
089100        GO TO C3090-TALLY.                                        261002MA
089200     PERFORM C3100-ARG-RESULT THRU C3100-EXIT.                    261002MA
089300     ADD 1                     TO PX.                             261002MA
089400     GO TO C3010-ARG.                                             261002MA
089500 C3090-TALLY.                                                     261002MA
089600     IF WS-MISMATCH-SW = "Y"                                      261002MA
089700        ADD 1                  TO WS-MISMATCH-CT                  261002MA
089800     ELSE                                                         261002MA
089900        ADD 1                  TO WS-MATCH-CT                     261002MA
090000     END-IF.                                                      261002MA
090100     IF WS-MISMATCH-SW = "Y" OR WS-UNCHECKED-SW = "Y"             261002MA
090200        PERFORM D2000-CALL-REPORT THRU D2000-EXIT.                261002MA
090300 C3000-EXIT.  EXIT.                                               261002MA
090400*                                                                 261002MA
090500 C3100-ARG-RESULT.                                                261002MA
090600     MOVE "N"                  TO AG-LAYOUT-SW(PX).               261002MA
090700     IF PX > AG-COUNT                                             261002MA
090800        MOVE SPACES            TO AG-TEXT(PX)                     261002MA
090900        MOVE " "               TO AG-STATUS(PX)                   261002MA
091000        MOVE 0                 TO AG-FIELD-IX(PX)                 261002MA
091100        MOVE "MISSING FROM THE CALL" TO AG-RESULT(PX)             261002MA
091200        MOVE "Y"               TO AG-LAYOUT-SW(PX)                261002MA
091300        GO TO C3100-EXIT.                                         261002MA
091400     IF PX > CE-PARM-COUNT(CE-INDEX)                              261002MA
091500        MOVE "NO SUCH PARAMETER" TO AG-RESULT(PX)                 261002MA
091600        MOVE "Y"               TO AG-LAYOUT-SW(PX)                261002MA
091700        GO TO C3100-EXIT.                                         261002MA
091800     IF AG-STATUS(PX) = "L"                                       261002MA
091900        MOVE "NOT CHECKED - LITERAL" TO AG-RESULT(PX)             261002MA
092000        GO TO C3190-UNCHECKED.                                    261002MA
092100     IF AG-STATUS(PX) = "M"                                       261002MA
092200        MOVE "NOT CHECKED - REF MODIFIED" TO AG-RESULT(PX)        261002MA
092300        GO TO C3190-UNCHECKED.                                    261002MA
092400     IF AG-STATUS(PX) = "U"                                       261002MA
092500        MOVE "NOT CHECKED - NOT DECLARED" TO AG-RESULT(PX)        261002MA
092600        GO TO C3190-UNCHECKED.                                    261002MA
092700     IF CE-PARM-LEN(CE-INDEX, PX) < 0                             261002MA
092800        MOVE "NOT CHECKED - NOT IN LINKAGE" TO AG-RESULT(PX)      261002MA
092900        GO TO C3190-UNCHECKED.                                    261002MA
093000     IF AG-LEN(PX) = CE-PARM-LEN(CE-INDEX, PX)                    261002MA
093100        MOVE "OK"              TO AG-RESULT(PX)                   261002MA
093200        GO TO C3100-EXIT.                                         261002MA
093300     MOVE "LENGTH MISMATCH"    TO AG-RESULT(PX).                  261002MA
093400     MOVE "Y"                  TO AG-LAYOUT-SW(PX) WS-MISMATCH-SW.261002MA
093500     GO TO C3100-EXIT.                                            261002MA
093600 C3190-UNCHECKED.                                                 261002MA
093700     MOVE "Y"                  TO WS-UNCHECKED-SW.                261002MA
093800     ADD 1                     TO WS-UNCHECKED-CT.                261002MA
093900 C3100-EXIT.  EXIT.                                               261002MA
094000*                                                                 261002MA
094100*D1000-REPORT-HEAD writes the report heading and every            261002MA
094200*subprogram's parameter list, then heads the call section.        261002MA
094300 D1000-REPORT-HEAD.                                               261002MA
094400     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261002MA
094500     MOVE SPACES               TO RPT-RECORD.                     261002MA
094600     STRING "CALL PARAMETER CONTRACT CHECK OF " DELIMITED BY SIZE 261002MA
094700            WS-PLIST-NAME DELIMITED BY SPACES                     261002MA
094800            " AS OF " DELIMITED BY SIZE                           261002MA
094900            DATE-BUFF DELIMITED BY SIZE                           261002MA
095000       INTO RPT-RECORD.                                           261002MA
095100     WRITE RPT-RECORD.                                            261002MA
095200     MOVE SPACES               TO RPT-RECORD.                     261002MA
095300     WRITE RPT-RECORD.                                            261002MA
095400     MOVE "SUBPROGRAMS AND THEIR PARAMETERS" TO RPT-RECORD.       261002MA
095500     WRITE RPT-RECORD.                                            261002MA
095600     MOVE SPACES               TO RPT-RECORD.                     261002MA
095700     MOVE "PROGRAM"            TO RPT-RECORD(4:7).                261002MA
095800     MOVE "SOURCE"             TO RPT-RECORD(15:6).               261002MA
095900     MOVE "NO"                 TO RPT-RECORD(42:2).               261002MA
096000     MOVE "PARAMETER"          TO RPT-RECORD(46:9).               261002MA
096100     MOVE "LENGTH"             TO RPT-RECORD(77:6).               261002MA
096200     WRITE RPT-RECORD.                                            261002MA
096300     MOVE 1                    TO CE-INDEX.                       261002MA
096400 D1010-CALLEE.                                                    261002MA
096500     IF CE-INDEX > CE-COUNT                                       261002MA
096600        GO TO D1090-CALLS.                                        261002MA
096700     IF CE-PARM-COUNT(CE-INDEX) = 0                               261002MA
096800        GO TO D1080-BUMP.                                         261002MA
096900     ADD 1                     TO WS-SUBPROG-CT.                  261002MA
097000     IF CE-PARM-COUNT(CE-INDEX) > MAX-PARMS                       261002MA
097100        DISPLAY "PARMCHK: " CE-PROGRAM(CE-INDEX)                  261002MA
097200                " takes more parameters than are checked"         261002MA
097300     END-IF.                                                      261002MA
097400     MOVE 1                    TO PX.                             261002MA
097500 D1020-PARM.                                                      261002MA
097600     IF PX > CE-PARM-COUNT(CE-INDEX) OR PX > MAX-PARMS            261002MA
097700        GO TO D1080-BUMP.                                         261002MA
097800     MOVE SPACES               TO RPT-RECORD.                     261002MA
097900     IF PX = 1                                                    261002MA
098000        MOVE CE-PROGRAM(CE-INDEX) TO RPT-RECORD(4:10)             261002MA
098100        MOVE CE-SOURCE(CE-INDEX)  TO RPT-RECORD(15:26)            261002MA
098200     END-IF.                                                      261002MA
098300     MOVE PX                   TO ED-ARG.                         261002MA
098400     MOVE ED-ARG               TO RPT-RECORD(42:2).               261002MA
098500     MOVE CE-PARM-NAME(CE-INDEX, PX) TO RPT-RECORD(46:30).        261002MA
098600     IF CE-PARM-LEN(CE-INDEX, PX) < 0                             261002MA
098700        MOVE "NOT IN LINKAGE"  TO RPT-RECORD(77:14)               261002MA
098800     ELSE                                                         261002MA
098900        MOVE CE-PARM-LEN(CE-INDEX, PX) TO ED-LENGTH               261002MA
099000        MOVE ED-LENGTH         TO RPT-RECORD(78:5)                261002MA
099100     END-IF.                                                      261002MA
099200     WRITE RPT-RECORD.                                            261002MA
099300     ADD 1                     TO PX.                             261002MA
099400     GO TO D1020-PARM.                                            261002MA
099500 D1080-BUMP.                                                      261002MA
099600     ADD 1                     TO CE-INDEX.                       261002MA
099700     GO TO D1010-CALLEE.                                          261002MA
099800 D1090-CALLS.                                                     261002MA
099900     MOVE SPACES               TO RPT-RECORD.                     261002MA
100000     WRITE RPT-RECORD.                                            261002MA
100100     MOVE "CALLS THAT DO NOT MATCH, OR COULD NOT BE FULLY CHECKED"261002MA
100200                               TO RPT-RECORD.                     261002MA
100300     WRITE RPT-RECORD.                                            261002MA
100400 D1000-EXIT.  EXIT.                                               261002MA
100500*                                                                 261002MA
100600*D2000-CALL-REPORT writes one reported call: the caller, line     261002MA
100700*and callee, a line per argument position, and both layouts       261002MA
100800*wherever a position mismatches.                                  261002MA
100900 D2000-CALL-REPORT.                                               261002MA
101000     ADD 1                     TO WS-REPORTED-CT.                 261002MA
101100     MOVE SPACES               TO RPT-RECORD.                     261002MA
101200     WRITE RPT-RECORD.                                            261002MA
101300     IF WS-MISMATCH-SW = "Y"                                      261002MA
101400        MOVE "MISMATCH"        TO WS-VERDICT                      261002MA
101500     ELSE                                                         261002MA
101600        MOVE "UNCHECKED"       TO WS-VERDICT                      261002MA
101700     END-IF.                                                      261002MA
101800     MOVE WS-CALL-LINE         TO ED-LINE.                        261002MA
101900     MOVE AG-COUNT             TO ED-ARG.                         261002MA
102000     MOVE CE-PARM-COUNT(CE-INDEX) TO ED-ARG-2.                    261002MA
102100     MOVE SPACES               TO RPT-RECORD.                     261002MA
102200     STRING WS-VERDICT DELIMITED BY SIZE                          261002MA
102300            " " DELIMITED BY SIZE                                 261002MA
102400            WS-UNIT-NAME DELIMITED BY SPACES                      261002MA
102500            " (" DELIMITED BY SIZE                                261002MA
102600            WS-PROG-NAME DELIMITED BY SPACES                      261002MA
102700            ") LINE " ED-LINE " CALLS " DELIMITED BY SIZE         261002MA
102800            WS-TARGET DELIMITED BY SPACES                         261002MA
102900            " WITH " ED-ARG " ARGUMENT(S); " DELIMITED BY SIZE    261002MA
103000            WS-TARGET DELIMITED BY SPACES                         261002MA
103100            " TAKES " ED-ARG-2 DELIMITED BY SIZE                  261002MA
103200       INTO RPT-RECORD.                                           261002MA
103300     WRITE RPT-RECORD.                                            261002MA
103400     MOVE SPACES               TO RPT-RECORD.                     261002MA
103500     MOVE "ARG"                TO RPT-RECORD(5:3).                261002MA
103600     MOVE "CALLER ARGUMENT"    TO RPT-RECORD(11:15).              261002MA
103700     MOVE "LENGTH"             TO RPT-RECORD(41:6).               261002MA
103800     MOVE "SUBPROGRAM PARAMETER" TO RPT-RECORD(50:20).            261002MA
103900     MOVE "LENGTH"             TO RPT-RECORD(80:6).               261002MA
104000     MOVE "RESULT"             TO RPT-RECORD(89:6).               261002MA
104100     WRITE RPT-RECORD.                                            261002MA
104200     MOVE 1                    TO PX.                             261002MA
104300 D2010-ARG.                                                       261002MA
104400     IF PX > WS-MAX-ARGS                                          261002MA
104500        GO TO D2000-EXIT.                                         261002MA
104600     PERFORM D2100-ARG-LINE THRU D2100-EXIT.                      261002MA
104700     IF AG-LAYOUT-SW(PX) = "Y"                                    261002MA
104800        PERFORM D2200-CALLER-LAYOUT THRU D2200-EXIT               261002MA
104900        PERFORM D2300-CALLEE-LAYOUT THRU D2300-EXIT               261002MA
105000     END-IF.                                                      261002MA
105100     ADD 1                     TO PX.                             261002MA
105200     GO TO D2010-ARG.                                             261002MA
105300 D2000-EXIT.  EXIT.                                               261002MA
105400*                                                                 261002MA
105500 D2100-ARG-LINE.                                                  261002MA
105600     MOVE SPACES               TO RPT-RECORD.                     261002MA
105700     MOVE PX                   TO ED-ARG.                         261002MA
105800     MOVE ED-ARG               TO RPT-RECORD(6:2).                261002MA
105900     IF PX <= AG-COUNT                                            261002MA
106000        MOVE AG-TEXT(PX)       TO RPT-RECORD(11:30)               261002MA
106100        IF AG-STATUS(PX) = "R"                                    261002MA
106200           MOVE AG-LEN(PX)     TO ED-LENGTH                       261002MA
106300           MOVE ED-LENGTH      TO RPT-RECORD(42:5)                261002MA
106400        END-IF                                                    261002MA
106500     END-IF.                                                      261002MA
106600     IF PX <= CE-PARM-COUNT(CE-INDEX)                             261002MA
106700        MOVE CE-PARM-NAME(CE-INDEX, PX) TO RPT-RECORD(50:30)      261002MA
106800        IF CE-PARM-LEN(CE-INDEX, PX) >= 0                         261002MA
106900           MOVE CE-PARM-LEN(CE-INDEX, PX) TO ED-LENGTH            261002MA
107000           MOVE ED-LENGTH      TO RPT-RECORD(81:5)                261002MA
107100        END-IF                                                    261002MA
107200     END-IF.                                                      261002MA
107300     MOVE AG-RESULT(PX)        TO RPT-RECORD(89:30).              261002MA
107400     WRITE RPT-RECORD.                                            261002MA
107500 D2100-EXIT.  EXIT.                                               261002MA
107600*                                                                 261002MA
107700*D2200-CALLER-LAYOUT lists the caller's argument and the fields   261002MA
107800*under it, starts counted from the argument's first byte.         261002MA
107900 D2200-CALLER-LAYOUT.                                             261002MA
108000     IF PX > AG-COUNT                                             261002MA
108100        GO TO D2200-EXIT.                                         261002MA
108200     IF AG-FIELD-IX(PX) = 0                                       261002MA
108300        GO TO D2200-EXIT.                                         261002MA
108400     MOVE AG-FIELD-IX(PX)      TO FX.                             261002MA
108500     MOVE SPACES               TO RPT-RECORD.                     261002MA
108600     STRING "          CALLER LAYOUT -- " DELIMITED BY SIZE       261002MA
108700            WS-UNIT-NAME DELIMITED BY SPACES                      261002MA
108800            " " DELIMITED BY SIZE                                 261002MA
108900            CM-NAME(FX) DELIMITED BY SPACES                       261002MA
109000       INTO RPT-RECORD.                                           261002MA
109100     WRITE RPT-RECORD.                                            261002MA
109200     PERFORM D2500-LAYOUT-HEAD THRU D2500-EXIT.                   261002MA
109300     MOVE FX                   TO AX.                             261002MA
109400 D2210-FIELD.                                                     261002MA
109500     IF AX > CM-FIELD-COUNT                                       261002MA
109600        GO TO D2200-EXIT.                                         261002MA
109700     IF AX > FX                                                   261002MA
109800        IF CM-LEVEL(AX) <= CM-LEVEL(FX) OR CM-LEVEL(AX) = 77      261002MA
109900           OR CM-LEVEL(AX) = 66                                   261002MA
110000           GO TO D2200-EXIT                                       261002MA
110100        END-IF                                                    261002MA
110200     END-IF.                                                      261002MA
110300     MOVE CM-LEVEL(AX)         TO WS-LYW-LEVEL.                   261002MA
110400     MOVE CM-NAME(AX)          TO WS-LYW-NAME.                    261002MA
110500     COMPUTE WS-LYW-START = CM-OFFSET(AX) - CM-OFFSET(FX) + 1.    261002MA
110600     MOVE CM-LENGTH(AX)        TO WS-LYW-LENGTH.                  261002MA
110700     MOVE CM-OCCURS(AX)        TO WS-LYW-OCCURS.                  261002MA
110800     MOVE CM-CLASS(AX)         TO WS-LYW-CLASS.                   261002MA
110900     MOVE CM-USAGE(AX)         TO WS-LYW-USAGE.                   261002MA
111000     PERFORM D2600-LAYOUT-LINE THRU D2600-EXIT.                   261002MA
111100     ADD 1                     TO AX.                             261002MA
111200     GO TO D2210-FIELD.                                           261002MA
111300 D2200-EXIT.  EXIT.                                               261002MA
111400*                                                                 261002MA
111500*D2300-CALLEE-LAYOUT lists the parameter's kept fields.           261002MA
111600 D2300-CALLEE-LAYOUT.                                             261002MA
111700     IF PX > CE-PARM-COUNT(CE-INDEX)                              261002MA
111800        GO TO D2300-EXIT.                                         261002MA
111900     IF CE-LY-COUNT(CE-INDEX, PX) = 0                             261002MA
112000        GO TO D2300-EXIT.                                         261002MA
112100     MOVE SPACES               TO RPT-RECORD.                     261002MA
112200     STRING "          SUBPROGRAM LAYOUT -- " DELIMITED BY SIZE   261002MA
112300            CE-PROGRAM(CE-INDEX) DELIMITED BY SPACES              261002MA
112400            " " DELIMITED BY SIZE                                 261002MA
112500            CE-PARM-NAME(CE-INDEX, PX) DELIMITED BY SPACES        261002MA
112600       INTO RPT-RECORD.                                           261002MA
112700     WRITE RPT-RECORD.                                            261002MA
112800     PERFORM D2500-LAYOUT-HEAD THRU D2500-EXIT.                   261002MA
112900     MOVE CE-LY-FIRST(CE-INDEX, PX) TO LY-INDEX.                  261002MA
113000     COMPUTE LY-LAST = LY-INDEX + CE-LY-COUNT(CE-INDEX, PX) - 1.  261002MA
113100 D2310-FIELD.                                                     261002MA
113200     IF LY-INDEX > LY-LAST                                        261002MA
113300        GO TO D2300-EXIT.                                         261002MA
113400     MOVE LY-LEVEL(LY-INDEX)   TO WS-LYW-LEVEL.                   261002MA
113500     MOVE LY-NAME(LY-INDEX)    TO WS-LYW-NAME.                    261002MA
113600     MOVE LY-START(LY-INDEX)   TO WS-LYW-START.                   261002MA
113700     MOVE LY-LENGTH(LY-INDEX)  TO WS-LYW-LENGTH.                  261002MA
113800     MOVE LY-OCCURS(LY-INDEX)  TO WS-LYW-OCCURS.                  261002MA
113900     MOVE LY-CLASS(LY-INDEX)   TO WS-LYW-CLASS.                   261002MA
114000     MOVE LY-USAGE(LY-INDEX)   TO WS-LYW-USAGE.                   261002MA
114100     PERFORM D2600-LAYOUT-LINE THRU D2600-EXIT.                   261002MA
114200     ADD 1                     TO LY-INDEX.                       261002MA
114300     GO TO D2310-FIELD.                                           261002MA
114400 D2300-EXIT.  EXIT.                                               261002MA
114500*                                                                 261002MA
114600 D2500-LAYOUT-HEAD.                                               261002MA
114700     MOVE 0                    TO WS-LYW-LINES.                   261002MA
114800     MOVE SPACES               TO RPT-RECORD.                     261002MA
114900     MOVE "LV"                 TO RPT-RECORD(13:2).               261002MA
115000     MOVE "FIELD"              TO RPT-RECORD(16:5).               261002MA
115100     MOVE "START"              TO RPT-RECORD(48:5).               261002MA
115200     MOVE "LENGTH"             TO RPT-RECORD(54:6).               261002MA
115300     MOVE "OCCURS"             TO RPT-RECORD(61:6).               261002MA
115400     MOVE "USAGE"              TO RPT-RECORD(68:5).               261002MA
115500     WRITE RPT-RECORD.                                            261002MA
115600 D2500-EXIT.  EXIT.                                               261002MA
115700*                                                                 261002MA
115800*D2600-LAYOUT-LINE writes one field of a layout; a very long      261002MA
115900*layout stops at MAX-LAYOUT-LINES with a note.                    261002MA
116000 D2600-LAYOUT-LINE.                                               261002MA
116100     ADD 1                     TO WS-LYW-LINES.                   261002MA
116200     IF WS-LYW-LINES > MAX-LAYOUT-LINES                           261002MA
116300        IF WS-LYW-LINES = MAX-LAYOUT-LINES + 1                    261002MA
116400           MOVE SPACES         TO RPT-RECORD                      261002MA
116500           MOVE "... FURTHER FIELDS NOT LISTED"                   261002MA
116600                               TO RPT-RECORD(16:29)               261002MA
116700           WRITE RPT-RECORD                                       261002MA
116800        END-IF                                                    261002MA
116900        GO TO D2600-EXIT                                          261002MA
117000     END-IF.                                                      261002MA
117100     MOVE SPACES               TO RPT-RECORD.                     261002MA
117200     MOVE WS-LYW-LEVEL         TO RPT-RECORD(13:2).               261002MA
117300     MOVE WS-LYW-NAME          TO RPT-RECORD(16:30).              261002MA
117400     MOVE WS-LYW-START         TO ED-START.                       261002MA
117500     MOVE ED-START             TO RPT-RECORD(48:5).               261002MA
117600     MOVE WS-LYW-LENGTH        TO ED-LENGTH.                      261002MA
117700     MOVE ED-LENGTH            TO RPT-RECORD(55:5).               261002MA
117800     IF WS-LYW-OCCURS > 1                                         261002MA
117900        MOVE WS-LYW-OCCURS     TO ED-OCCURS                       261002MA
118000        MOVE ED-OCCURS         TO RPT-RECORD(63:4)                261002MA
118100     END-IF.                                                      261002MA
118200     IF WS-LYW-USAGE NOT = SPACES                                 261002MA
118300        MOVE WS-LYW-USAGE      TO RPT-RECORD(68:8)                261002MA
118400     ELSE                                                         261002MA
118500        IF WS-LYW-CLASS = "G"                                     261002MA
118600           MOVE "GROUP"        TO RPT-RECORD(68:5)                261002MA
118700        ELSE                                                      261002MA
118800           MOVE "DISPLAY"      TO RPT-RECORD(68:7)                261002MA
118900        END-IF                                                    261002MA
119000     END-IF.                                                      261002MA
119100     WRITE RPT-RECORD.                                            261002MA
119200 D2600-EXIT.  EXIT.                                               261002MA
119300*                                                                 261002MA
119400*D3000-TOTALS closes the report with the run's counts.            261002MA
119500 D3000-TOTALS.                                                    261002MA
119600     IF WS-REPORTED-CT = 0                                        261002MA
119700        MOVE SPACES            TO RPT-RECORD                      261002MA
119800        MOVE "   NONE"         TO RPT-RECORD                      261002MA
119900        WRITE RPT-RECORD                                          261002MA
120000     END-IF.                                                      261002MA
120100     MOVE SPACES               TO RPT-RECORD.                     261002MA
120200     WRITE RPT-RECORD.                                            261002MA
120300     MOVE WS-SOURCE-CT         TO ED-COUNT.                       261002MA
120400     MOVE SPACES               TO RPT-RECORD.                     261002MA
120500     STRING "PROGRAMS READ             " ED-COUNT                 261002MA
120600       DELIMITED BY SIZE INTO RPT-RECORD.                         261002MA
120700     WRITE RPT-RECORD.                                            261002MA
120800     MOVE WS-MISSING-CT        TO ED-COUNT.                       261002MA
120900     MOVE SPACES               TO RPT-RECORD.                     261002MA
121000     STRING "PROGRAMS NOT FOUND        " ED-COUNT                 261002MA
121100       DELIMITED BY SIZE INTO RPT-RECORD.                         261002MA
121200     WRITE RPT-RECORD.                                            261002MA
121300     MOVE WS-SUBPROG-CT        TO ED-COUNT.                       261002MA
121400     MOVE SPACES               TO RPT-RECORD.                     261002MA
121500     STRING "SUBPROGRAMS WITH USING    " ED-COUNT                 261002MA
121600       DELIMITED BY SIZE INTO RPT-RECORD.                         261002MA
121700     WRITE RPT-RECORD.                                            261002MA
121800     MOVE WS-CALL-CT           TO ED-COUNT.                       261002MA
121900     MOVE SPACES               TO RPT-RECORD.                     261002MA
122000     STRING "CALLS CHECKED             " ED-COUNT                 261002MA
122100       DELIMITED BY SIZE INTO RPT-RECORD.                         261002MA
122200     WRITE RPT-RECORD.                                            261002MA
122300     MOVE WS-MATCH-CT          TO ED-COUNT.                       261002MA
122400     MOVE SPACES               TO RPT-RECORD.                     261002MA
122500     STRING "CALLS MATCHING            " ED-COUNT                 261002MA
122600       DELIMITED BY SIZE INTO RPT-RECORD.                         261002MA
122700     WRITE RPT-RECORD.                                            261002MA
122800     MOVE WS-MISMATCH-CT       TO ED-COUNT.                       261002MA
122900     MOVE SPACES               TO RPT-RECORD.                     261002MA
123000     STRING "CALLS NOT MATCHING        " ED-COUNT                 261002MA
123100       DELIMITED BY SIZE INTO RPT-RECORD.                         261002MA
123200     WRITE RPT-RECORD.                                            261002MA
123300     MOVE WS-UNCHECKED-CT      TO ED-COUNT.                       261002MA
123400     MOVE SPACES               TO RPT-RECORD.                     261002MA
123500     STRING "ARGUMENTS NOT CHECKED     " ED-COUNT                 261002MA
123600       DELIMITED BY SIZE INTO RPT-RECORD.                         261002MA
123700     WRITE RPT-RECORD.                                            261002MA
123800     MOVE WS-OUTSIDE-CT        TO ED-COUNT.                       261002MA
123900     MOVE SPACES               TO RPT-RECORD.                     261002MA
124000     STRING "CALLS OUTSIDE THE PLIST   " ED-COUNT                 261002MA
124100       DELIMITED BY SIZE INTO RPT-RECORD.                         261002MA
124200     WRITE RPT-RECORD.                                            261002MA
124300 D3000-EXIT.  EXIT.                                               261002MA
124400*                                                                 261002MA
124500*E7000-FIND-FIELD finds WS-FIND-NAME in the map -- the first      261002MA
124600*entry of that name, FX zero when there is none.                  261002MA
124700 E7000-FIND-FIELD.                                                261002MA
124800     MOVE 1                    TO FX.                             261002MA
124900 E7010-NEXT.                                                      261002MA
125000     IF FX > CM-FIELD-COUNT                                       261002MA
125100        MOVE 0                 TO FX                              261002MA
125200        GO TO E7000-EXIT.                                         261002MA
125300     IF CM-NAME(FX) = WS-FIND-NAME                                261002MA
125400        GO TO E7000-EXIT.                                         261002MA
125500     ADD 1                     TO FX.                             261002MA
125600     GO TO E7010-NEXT.                                            261002MA
125700 E7000-EXIT.  EXIT.                                               261002MA
125800*                                                                 261002MA
125900*E8000-NEXT-TOKEN returns the next blank-delimited word of        261002MA
126000*WS-SCAN-BUF, its trailing period removed and WS-PERIOD-SEEN      261002MA
126100*set.  A lone period ends the scan.                               261002MA
126200 E8000-NEXT-TOKEN.                                                261002MA
126300     MOVE SPACES               TO WS-TOKEN.                       261002MA
126400     MOVE "N"                  TO WS-PERIOD-SEEN.                 261002MA
126500 E8010-SKIP.                                                      261002MA
126600     IF WS-SCAN-PTR > 600                                         261002MA
126700        MOVE "Y"               TO WS-TOKENS-DONE-SW               261002MA
126800        GO TO E8000-EXIT.                                         261002MA
126900     IF WS-SCAN-BUF(WS-SCAN-PTR:1) = SPACE                        261002MA
127000        ADD 1                  TO WS-SCAN-PTR                     261002MA
127100        GO TO E8010-SKIP.                                         261002MA
127200     UNSTRING WS-SCAN-BUF DELIMITED BY ALL " "                    261002MA
127300        INTO WS-TOKEN                                             261002MA
127400        WITH POINTER WS-SCAN-PTR.                                 261002MA
127500     MOVE 0                    TO WS-TOKEN-LEN.                   261002MA
127600     INSPECT WS-TOKEN TALLYING WS-TOKEN-LEN                       261002MA
127700        FOR CHARACTERS BEFORE " ".                                261002MA
127800     IF WS-TOKEN(WS-TOKEN-LEN:1) = "."                            261002MA
127900        MOVE "Y"               TO WS-PERIOD-SEEN                  261002MA
128000        MOVE SPACE             TO WS-TOKEN(WS-TOKEN-LEN:1).       261002MA
128100     IF WS-TOKEN = SPACES                                         261002MA
128200        MOVE "Y"               TO WS-TOKENS-DONE-SW.              261002MA
128300 E8000-EXIT.  EXIT.                                               261002MA
128400*                                                                 261002MA
128500 E8050-START-SCAN.                                                261002MA
128600     INSPECT WS-SCAN-BUF REPLACING ALL "," BY " "                 261002MA
128700                                   ALL ";" BY " ".                261002MA
128800     MOVE 1                    TO WS-SCAN-PTR.                    261002MA
128900     MOVE "N"                  TO WS-TOKENS-DONE-SW               261002MA
129000                                  WS-PERIOD-SEEN.                 261002MA
129100 E8050-EXIT.  EXIT.                                               261002MA
129200*                                                                 261002MA
129300*E8100-STOP-WORD answers whether WS-TOKEN is in STOP-WORD-LIST.   261002MA
129400 E8100-STOP-WORD.                                                 261002MA
129500     MOVE "N"                  TO WS-STOP-WORD-SW.                261002MA
129600     MOVE 1                    TO SW-INDEX.                       261002MA
129700 E8110-NEXT.                                                      261002MA
129800     IF SW-INDEX > SW-COUNT                                       261002MA
129900        GO TO E8100-EXIT.                                         261002MA
130000     IF WS-TOKEN = SW-ENTRY(SW-INDEX)                             261002MA
130100        MOVE "Y"               TO WS-STOP-WORD-SW                 261002MA
130200        GO TO E8100-EXIT.                                         261002MA
130300     ADD 1                     TO SW-INDEX.                       261002MA
130400     GO TO E8110-NEXT.                                            261002MA
130500 E8100-EXIT.  EXIT.                                               261002MA
130600*                                                                 261002MA
130700*B9500-LOG-AUDIT-EVENT appends one record to the shared           261002MA
130800*CLAUDIT file through AUDLOG.                                     261002MA
130900 B9500-LOG-AUDIT-EVENT.                                           261002MA
131000     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261002MA
131100     IF RETURN-CODE NOT = 0                                       261002MA
131200        DISPLAY "PARMCHK: audit log entry not recorded"           261002MA
131300     END-IF.                                                      261002MA
131400 B9500-EXIT.  EXIT.                                               261002MA
131500 END PROGRAM PARMCHK.                                             261002MA
