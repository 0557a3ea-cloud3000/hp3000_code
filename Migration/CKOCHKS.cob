000100******************************************************************261003MA
000200* CKOCHK -- COPYLIB CHANGES HELD AGAINST THE CHECK-OUT REGISTER   261003MA
000300******************************************************************261003MA
000400 IDENTIFICATION DIVISION.                                         261003MA
000500 PROGRAM-ID.     CKOCHK.                                          261003MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261003MA
000700 DATE-COMPILED.                                                   261003MA
000800*                   COPYRIGHT 2007                                261003MA
000900*          J3K Solutions All rights reserved.                     261003MA
001000*                                                                 261003MA
001100* RUNS EACH NIGHT AFTER CL2HTML HAS LEFT CPYDIFF'S CLCHGMBR --    261003MA
001200* THE MEMBERS THAT CHANGED SINCE THE LAST CONVERSION -- AND       261003MA
001300* HOLDS EVERY ONE OF THEM AGAINST THE CKOREG CHECK-OUT REGISTER   261003MA
001400* CKOMAINT KEEPS.  A CHANGED MEMBER IS AUTHORIZED WHEN IT IS      261003MA
001500* CHECKED OUT NOW, OR WAS CHECKED BACK IN WITHIN THE LAST FEW     261003MA
001600* DAYS (THE GRACE PERIOD, SO A CHANGE CHECKED IN BEFORE TONIGHT'S 261003MA
001700* RUN STILL COUNTS).  ANY OTHER CHANGE IS LISTED IN CKORPT AS     261003MA
001800* HAVING NO CHECK-OUT.  THE REPORT ALSO LISTS EVERY CHECK-OUT     261003MA
001900* STILL OPEN PAST THE AGREED NUMBER OF DAYS.  RUN INFO IS         261003MA
002000* "REGISTER,OVERDUE-DAYS,GRACE-DAYS" -- THE DEFAULTS ARE CKOREG,  261003MA
002100* 30 AND 7.  ENDS 1 WHEN ANYTHING IS LISTED, SO THE STREAM CAN    261003MA
002200* RAISE A WARNING.                                                261003MA
002300*-----------------------------------------------------------------261003MA
002400* MODIFICATION HISTORY                                            261003MA
002500* 261003MA  INITIAL VERSION.                                      261003MA
002600*-----------------------------------------------------------------261003MA
002700*                                                                 261003MA
002800 ENVIRONMENT DIVISION.                                            261003MA
002900 CONFIGURATION SECTION.                                           261003MA
003000 SOURCE-COMPUTER. HP-3000.                                        261003MA
003100 OBJECT-COMPUTER. HP-3000.                                        261003MA
003200 SPECIAL-NAMES.                                                   261003MA
003300 CONDITION-CODE IS CC.                                            261003MA
003400*                                                                 261003MA
003500 INPUT-OUTPUT SECTION.                                            261003MA
003600 FILE-CONTROL.                                                    261003MA
003700     SELECT CKOFILE   ASSIGN TO DUMMY USING WS-CKO-NAME.          261003MA
003800     SELECT CHGFIL    ASSIGN TO "CLCHGMBR,,,,2000".               261003MA
003900     SELECT RPTFILE   ASSIGN TO "CKORPT,,,,2000".                 261003MA
004000*                                                                 261003MA
004100 DATA DIVISION.                                                   261003MA
004200 FILE SECTION.                                                    261003MA
004300*Same check-out register layout CKOMAINT maintains.               261003MA
004400 FD  CKOFILE                                                      261003MA
004500     RECORD CONTAINS 80 CHARACTERS.                               261003MA
004600 01  CKO-RECORD.                                                  261003MA
004700     03  CKO-COPYLIB           PIC X(26).                         261003MA
004800     03  CKO-MEMBER            PIC X(08).                         261003MA
004900     03  CKO-TICKET            PIC X(12).                         261003MA
005000     03  CKO-STATUS            PIC X(01).                         261003MA
005100     03  CKO-OUT-BY            PIC X(08).                         261003MA
005200     03  CKO-OUT-DATE          PIC 9(08).                         261003MA
005300     03  CKO-IN-BY             PIC X(08).                         261003MA
005400     03  CKO-IN-DATE           PIC 9(08).                         261003MA
005500     03  FILLER                PIC X(01).                         261003MA
005600*                                                                 261003MA
005700*CPYDIFF's 44-byte change record, as IMPACT reads it.             261003MA
005800 FD  CHGFIL                                                       261003MA
005900     RECORD CONTAINS 44 CHARACTERS.                               261003MA
006000 01  CHG-RECORD.                                                  261003MA
006100     03  CHG-COPYLIB          PIC X(26).                          261003MA
006200     03  CHG-MEMBER           PIC X(08).                          261003MA
006300     03  CHG-TYPE             PIC X(01).                          261003MA
006400     03  CHG-CLASS            PIC X(01).                          261003MA
006500     03  CHG-DELTA-SIGN       PIC X(01).                          261003MA
006600     03  CHG-LEN-DELTA        PIC 9(07).                          261003MA
006700*                                                                 261003MA
006800 FD  RPTFILE                                                      261003MA
006900     RECORD CONTAINS 132 CHARACTERS.                              261003MA
007000 01  RPT-RECORD               PIC X(132).                         261003MA
007100*                                                                 261003MA
007200 WORKING-STORAGE SECTION.                                         261003MA
007300*                                                                 261003MA
007400 01 WS-RUN-INFO             PIC X(80) VALUE SPACES.               261003MA
007500 01 WS-CKO-NAME             PIC X(34) VALUE SPACES.               261003MA
007600 01 WS-OVERDUE-X            PIC X(09) VALUE SPACES.               261003MA
007700 01 WS-GRACE-X              PIC X(09) VALUE SPACES.               261003MA
007800 01 WS-OVERDUE-DAYS         PIC S9(09) COMP VALUE 30.             261003MA
007900 01 WS-GRACE-DAYS           PIC S9(09) COMP VALUE 7.              261003MA
008000 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261003MA
008100*                                                                 261003MA
008200 01 WS-CHANGE-CT            PIC S9(07) COMP VALUE 0.              261003MA
008300 01 WS-NO-CKO-CT            PIC S9(07) COMP VALUE 0.              261003MA
008400 01 WS-OVERDUE-CT           PIC S9(07) COMP VALUE 0.              261003MA
008500 01 WS-PROBLEM-CT           PIC S9(07) COMP VALUE 0.              261003MA
008600 01 WS-FOUND-SW             PIC X(01) VALUE "N".                  261003MA
008700    88 CKO-FOUND                     VALUE "Y".                   261003MA
008800 01 ED-COUNT                PIC ZZZZZZ9.                          261003MA
008900 01 ED-DAYS                 PIC ZZZZ9.                            261003MA
009000*                                                                 261003MA
009100*The whole register, loaded once.                                 261003MA
009200 77 CO-COUNT                PIC S9(04) COMP VALUE 0.              261003MA
009300 77 CO-INDEX                PIC S9(04) COMP VALUE 0.              261003MA
009400 77 CO-HIT                  PIC S9(04) COMP VALUE 0.              261003MA
009500 77 MAX-CO-ENTRIES          PIC S9(04) COMP VALUE 3000.           261003MA
009600 01 CKO-TABLE.                                                    261003MA
009700    03 CO-ENTRY OCCURS 3000.                                      261003MA
009800       05 CO-COPYLIB         PIC X(26).                           261003MA
009900       05 CO-MEMBER          PIC X(08).                           261003MA
010000       05 CO-TICKET          PIC X(12).                           261003MA
010100       05 CO-STATUS          PIC X(01).                           261003MA
010200       05 CO-OUT-BY          PIC X(08).                           261003MA
010300       05 CO-OUT-DATE        PIC 9(08).                           261003MA
010400       05 CO-IN-BY           PIC X(08).                           261003MA
010500       05 CO-IN-DATE         PIC 9(08).                           261003MA
010600       05 CO-IN-DAYS         PIC S9(09) COMP.                     261003MA
010700*                                                                 261003MA
010800*Free-form numeric input, as in CTLMAINT.                         261003MA
010900 01 WS-NUM-IN               PIC X(09) VALUE SPACES.               261003MA
011000 01 WS-NUM-VAL              PIC 9(09) VALUE 0.                    261003MA
011100 01 WS-NUM-PTR              PIC S9(04) COMP VALUE 0.              261003MA
011200 01 WS-NUM-OK-SW            PIC X(01) VALUE "N".                  261003MA
011300    88 NUMBER-GOOD                   VALUE "Y".                   261003MA
011400 01 WS-DIGIT-X              PIC X(01) VALUE SPACES.               261003MA
011500 01 WS-DIGIT-9 REDEFINES WS-DIGIT-X                               261003MA
011600                            PIC 9(01).                            261003MA
011700*                                                                 261003MA
011800 01 WS-TODAY                PIC 9(08) VALUE 0.                    261003MA
011900 01 WS-TODAY-DAYS           PIC S9(09) COMP VALUE 0.              261003MA
012000 01 WS-AGE-DAYS             PIC S9(09) COMP VALUE 0.              261003MA
012100 01 DATE-BUFF               PIC X(27) VALUE SPACES.               261003MA
012200*                                                                 261003MA
012300*DATELINE stamp parsing, as in STEPCHK.                           261003MA
012400 01 TS-WORK                 PIC X(27) VALUE SPACES.               261003MA
012500 01 TS-DAYNAME              PIC X(05) VALUE SPACES.               261003MA
012600 01 TS-MONTH-DAY            PIC X(08) VALUE SPACES.               261003MA
012700 01 TS-YEAR-X               PIC X(05) VALUE SPACES.               261003MA
012800 01 TS-TIME                 PIC X(09) VALUE SPACES.               261003MA
012900 01 TS-MON-X                PIC X(03) VALUE SPACES.               261003MA
013000 01 TS-DD-X                 PIC X(02) VALUE SPACES.               261003MA
013100 01 TS-YEAR                 PIC 9(04) VALUE 0.                    261003MA
013200 01 TS-MONTH                PIC 9(02) VALUE 0.                    261003MA
013300 01 TS-DAY                  PIC 9(02) VALUE 0.                    261003MA
013400 01 TS-DATE-NUM             PIC 9(08) VALUE 0.                    261003MA
013500 01 TS-GOOD-SW              PIC X(01) VALUE "N".                  261003MA
013600    88 TS-PARSED                      VALUE "Y".                  261003MA
013700 01 MONTH-LIST              PIC X(36) VALUE                       261003MA
013800        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".                   261003MA
013900 01 MO-INDEX                PIC S9(04) COMP VALUE 0.              261003MA
014000*                                                                 261003MA
014100*Day-number arithmetic, as in CKOMAINT.                           261003MA
014200 01 MONTH-START-LIST.                                             261003MA
014300    03 FILLER               PIC X(36) VALUE                       261003MA
014400       "000031059090120151181212243273304334".                    261003MA
014500 01 MONTH-START-R REDEFINES MONTH-START-LIST.                     261003MA
014600    03 MS-DAYS              PIC 9(03) OCCURS 12.                  261003MA
014700 01 WS-DN-DATE              PIC 9(08) VALUE 0.                    261003MA
014800 01 WS-DN-DATE-R REDEFINES WS-DN-DATE.                            261003MA
014900    03 WS-DN-YEAR           PIC 9(04).                            261003MA
015000    03 WS-DN-MONTH          PIC 9(02).                            261003MA
015100    03 WS-DN-DAY            PIC 9(02).                            261003MA
015200 01 WS-DN-DAYS              PIC S9(09) COMP VALUE 0.              261003MA
015300 01 WS-DN-PRIOR             PIC S9(09) COMP VALUE 0.              261003MA
015400 01 WS-DN-Q4                PIC S9(09) COMP VALUE 0.              261003MA
015500 01 WS-DN-Q100              PIC S9(09) COMP VALUE 0.              261003MA
015600 01 WS-DN-Q400              PIC S9(09) COMP VALUE 0.              261003MA
015700*                                                                 261003MA
015800*Operator identity and audit-log request passed to AUDLOG.        261003MA
015900 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261003MA
016000 01 WS-AUDIT-REQUEST.                                             261003MA
016100    03 AR-PROGRAM-NAME         PIC X(08) VALUE "CKOCHK".          261003MA
016200    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261003MA
016300    03 AR-EVENT                PIC X(06) VALUE SPACES.            261003MA
016400    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261003MA
016500    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261003MA
016600    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261003MA
016700*                                                                 261003MA
016800*=================================================================261003MA
016900*Main logical flow                                                261003MA
017000*=================================================================261003MA
017100 PROCEDURE DIVISION.                                              261003MA
017200 BEGIN-0000.                                                      261003MA
017300     DISPLAY "CKOCHK Version 1.00, Copyright J3K Solutions".      261003MA
017400     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261003MA
017500     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261003MA
017600     MOVE "START"              TO AR-EVENT.                       261003MA
017700     MOVE SPACES               TO AR-OUTCOME.                     261003MA
017800     MOVE WS-CKO-NAME          TO AR-PARM-1.                      261003MA
017900     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261003MA
018000     PERFORM A0200-SET-TODAY THRU A0200-EXIT.                     261003MA
018100     PERFORM B1000-LOAD-REGISTER THRU B1000-EXIT.                 261003MA
018200     OPEN OUTPUT RPTFILE.                                         261003MA
018300     PERFORM D1000-REPORT-HEAD THRU D1000-EXIT.                   261003MA
018400     PERFORM B2000-CHECK-CHANGES THRU B2000-EXIT.                 261003MA
018500     PERFORM B3000-CHECK-OVERDUE THRU B3000-EXIT.                 261003MA
018600     PERFORM D3000-TOTALS THRU D3000-EXIT.                        261003MA
018700     CLOSE RPTFILE.                                               261003MA
018800     MOVE WS-NO-CKO-CT         TO ED-COUNT.                       261003MA
018900     DISPLAY "CKOCHK: " ED-COUNT " change(s) with no check-out".  261003MA
019000     MOVE WS-OVERDUE-CT        TO ED-COUNT.                       261003MA
019100     DISPLAY "CKOCHK: " ED-COUNT " check-out(s) overdue".         261003MA
019200     COMPUTE WS-PROBLEM-CT = WS-NO-CKO-CT + WS-OVERDUE-CT.        261003MA
019300     MOVE WS-PROBLEM-CT        TO ED-COUNT.                       261003MA
019400     MOVE "FINISH"             TO AR-EVENT.                       261003MA
019500     IF WS-PROBLEM-CT > 0                                         261003MA
019600        MOVE 1                 TO WS-RUN-RC.                      261003MA
019700     IF WS-RUN-RC NOT = 0                                         261003MA
019800        MOVE "FAIL"            TO AR-OUTCOME                      261003MA
019900     ELSE                                                         261003MA
020000        MOVE "OK"              TO AR-OUTCOME                      261003MA
020100     END-IF.                                                      261003MA
020200     MOVE WS-CKO-NAME          TO AR-PARM-1.                      261003MA
020300     MOVE ED-COUNT             TO AR-PARM-2.                      261003MA
020400     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261003MA
020500     DISPLAY "Normal termination of CKOCHK run @ " TIME-OF-DAY.   261003MA
020600     IF WS-RUN-RC NOT = 0                                         261003MA
020700        MOVE WS-RUN-RC         TO RETURN-CODE                     261003MA
020800     END-IF.                                                      261003MA
020900     STOP RUN.                                                    261003MA
021000 BEGIN-0000-EXIT. EXIT.                                           261003MA
021100*                                                                 261003MA
021200*A0100-GET-PARMS accepts the register name and the two day        261003MA
021300*counts, as the RUN INFO string or prompted.  A count left        261003MA
021400*blank keeps its default.                                         261003MA
021500 A0100-GET-PARMS.                                                 261003MA
021600     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261003MA
021700     IF WS-RUN-INFO NOT = SPACES                                  261003MA
021800        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261003MA
021900           INTO WS-CKO-NAME, WS-OVERDUE-X, WS-GRACE-X             261003MA
022000     ELSE                                                         261003MA
022100        DISPLAY "Register file name (blank for CKOREG): "         261003MA
022200                NO ADVANCING                                      261003MA
022300        ACCEPT WS-CKO-NAME FREE                                   261003MA
022400        DISPLAY "Days before a check-out is overdue (blank "      261003MA
022500                "for 30): " NO ADVANCING                          261003MA
022600        ACCEPT WS-OVERDUE-X FREE                                  261003MA
022700        DISPLAY "Days a check-in still covers a change (blank "   261003MA
022800                "for 7): " NO ADVANCING                           261003MA
022900        ACCEPT WS-GRACE-X FREE                                    261003MA
023000     END-IF.                                                      261003MA
023100     IF WS-CKO-NAME = SPACES                                      261003MA
023200        MOVE "CKOREG"          TO WS-CKO-NAME.                    261003MA
023300     IF WS-OVERDUE-X NOT = SPACES                                 261003MA
023400        MOVE WS-OVERDUE-X      TO WS-NUM-IN                       261003MA
023500        PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT                261003MA
023600        IF NOT NUMBER-GOOD                                        261003MA
023700           DISPLAY "CKOCHK: overdue days must be numeric"         261003MA
023800           MOVE 16             TO RETURN-CODE                     261003MA
023900           STOP RUN                                               261003MA
024000        END-IF                                                    261003MA
024100        MOVE WS-NUM-VAL        TO WS-OVERDUE-DAYS                 261003MA
024200     END-IF.                                                      261003MA
024300     IF WS-GRACE-X NOT = SPACES                                   261003MA
024400        MOVE WS-GRACE-X        TO WS-NUM-IN                       261003MA
024500        PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT                261003MA
024600        IF NOT NUMBER-GOOD                                        261003MA
024700           DISPLAY "CKOCHK: grace days must be numeric"           261003MA
024800           MOVE 16             TO RETURN-CODE                     261003MA
024900           STOP RUN                                               261003MA
025000        END-IF                                                    261003MA
025100        MOVE WS-NUM-VAL        TO WS-GRACE-DAYS                   261003MA
025200     END-IF.                                                      261003MA
025300 A0100-EXIT.  EXIT.                                               261003MA
025400*                                                                 261003MA
025500*A0150-SET-OPERATOR records who ran this check -- BATCH for a     261003MA
025600*stream run driven by the INFO string, or a prompted operator     261003MA
025700*ID for an interactive session.                                   261003MA
025800 A0150-SET-OPERATOR.                                              261003MA
025900     IF WS-RUN-INFO NOT = SPACES                                  261003MA
026000        MOVE "BATCH"           TO WS-OPERATOR                     261003MA
026100     ELSE                                                         261003MA
026200        DISPLAY "Enter operator ID: " NO ADVANCING                261003MA
026300        ACCEPT WS-OPERATOR FREE                                   261003MA
026400     END-IF.                                                      261003MA
026500     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261003MA
026600 A0150-EXIT.  EXIT.                                               261003MA
026700*                                                                 261003MA
026800*A0200-SET-TODAY takes today's date from DATELINE.                261003MA
026900 A0200-SET-TODAY.                                                 261003MA
027000     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261003MA
027100     MOVE DATE-BUFF            TO TS-WORK.                        261003MA
027200     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261003MA
027300     IF NOT TS-PARSED                                             261003MA
027400        DISPLAY "CKOCHK: cannot read today's date"                261003MA
027500        MOVE 16                TO RETURN-CODE                     261003MA
027600        STOP RUN.                                                 261003MA
027700     MOVE TS-DATE-NUM          TO WS-TODAY WS-DN-DATE.            261003MA
027800     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261003MA
027900     MOVE WS-DN-DAYS           TO WS-TODAY-DAYS.                  261003MA
028000 A0200-EXIT.  EXIT.                                               261003MA
028100*                                                                 261003MA
028200*B1000-LOAD-REGISTER loads the register.  No register at all      261003MA
028300*is not an error -- it just means every change is listed.         261003MA
028400 B1000-LOAD-REGISTER.                                             261003MA
028500     MOVE 0                    TO CO-COUNT.                       261003MA
028600     OPEN INPUT CKOFILE.                                          261003MA
028700     IF CC <> 0                                                   261003MA
028800        DISPLAY "CKOCHK: " WS-CKO-NAME(1:8)                       261003MA
028900                " not found -- no check-outs on record"           261003MA
029000        GO TO B1000-EXIT                                          261003MA
029100     END-IF.                                                      261003MA
029200 B1010-READ.                                                      261003MA
029300     READ CKOFILE                                                 261003MA
029400        AT END                                                    261003MA
029500           GO TO B1090-DONE.                                      261003MA
029600     IF CO-COUNT >= MAX-CO-ENTRIES                                261003MA
029700        DISPLAY "CKOCHK: register table full at "                 261003MA
029800                MAX-CO-ENTRIES " entries"                         261003MA
029900        MOVE 16                TO RETURN-CODE                     261003MA
030000        STOP RUN.                                                 261003MA
030100     ADD 1                     TO CO-COUNT.                       261003MA
030200     MOVE CKO-COPYLIB          TO CO-COPYLIB(CO-COUNT).           261003MA
030300     MOVE CKO-MEMBER           TO CO-MEMBER(CO-COUNT).            261003MA
030400     MOVE CKO-TICKET           TO CO-TICKET(CO-COUNT).            261003MA
030500     MOVE CKO-STATUS           TO CO-STATUS(CO-COUNT).            261003MA
030600     MOVE CKO-OUT-BY           TO CO-OUT-BY(CO-COUNT).            261003MA
030700     MOVE CKO-OUT-DATE         TO CO-OUT-DATE(CO-COUNT).          261003MA
030800     MOVE CKO-IN-BY            TO CO-IN-BY(CO-COUNT).             261003MA
030900     MOVE CKO-IN-DATE          TO CO-IN-DATE(CO-COUNT).           261003MA
031000     MOVE CKO-IN-DATE          TO WS-DN-DATE.                     261003MA
031100     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261003MA
031200     MOVE WS-DN-DAYS           TO CO-IN-DAYS(CO-COUNT).           261003MA
031300     GO TO B1010-READ.                                            261003MA
031400 B1090-DONE.                                                      261003MA
031500     CLOSE CKOFILE.                                               261003MA
031600 B1000-EXIT.  EXIT.                                               261003MA
031700*                                                                 261003MA
031800*B2000-CHECK-CHANGES lists every CLCHGMBR record with the         261003MA
031900*check-out that covers it, or flags it as having none.            261003MA
032000 B2000-CHECK-CHANGES.                                             261003MA
032100     MOVE SPACES               TO RPT-RECORD.                     261003MA
032200     MOVE "CHANGED MEMBERS AND THEIR CHECK-OUTS" TO RPT-RECORD.   261003MA
032300     WRITE RPT-RECORD.                                            261003MA
032400     MOVE SPACES               TO RPT-RECORD.                     261003MA
032500     MOVE "COPYLIB"            TO RPT-RECORD(4:7).                261003MA
032600     MOVE "MEMBER"             TO RPT-RECORD(31:6).               261003MA
032700     MOVE "CHANGE"             TO RPT-RECORD(41:6).               261003MA
032800     MOVE "CLASS"              TO RPT-RECORD(50:5).               261003MA
032900     MOVE "AUTHORITY"          TO RPT-RECORD(60:9).               261003MA
033000     WRITE RPT-RECORD.                                            261003MA
033100     OPEN INPUT CHGFIL.                                           261003MA
033200     IF CC <> 0                                                   261003MA
033300        DISPLAY "CKOCHK: no change records (CLCHGMBR missing)"    261003MA
033400        MOVE "  NO COPYBOOK CHANGES RECORDED" TO RPT-RECORD       261003MA
033500        WRITE RPT-RECORD                                          261003MA
033600        GO TO B2000-EXIT                                          261003MA
033700     END-IF.                                                      261003MA
033800 B2010-READ.                                                      261003MA
033900     READ CHGFIL                                                  261003MA
034000        AT END                                                    261003MA
034100           GO TO B2090-DONE.                                      261003MA
034200     ADD 1                     TO WS-CHANGE-CT.                   261003MA
034300     PERFORM B2100-FIND-CHECKOUT THRU B2100-EXIT.                 261003MA
034400     MOVE SPACES               TO RPT-RECORD.                     261003MA
034500     MOVE CHG-COPYLIB          TO RPT-RECORD(4:26).               261003MA
034600     MOVE CHG-MEMBER           TO RPT-RECORD(31:8).               261003MA
034700     IF CHG-TYPE = "A"                                            261003MA
034800        MOVE "ADDED"           TO RPT-RECORD(41:7).               261003MA
034900     IF CHG-TYPE = "C"                                            261003MA
035000        MOVE "CHANGED"         TO RPT-RECORD(41:7).               261003MA
035100     IF CHG-TYPE = "D"                                            261003MA
035200        MOVE "DELETED"         TO RPT-RECORD(41:7).               261003MA
035300     IF CHG-CLASS = "L"                                           261003MA
035400        MOVE "LAYOUT"          TO RPT-RECORD(50:8)                261003MA
035500     ELSE                                                         261003MA
035600        MOVE "COSMETIC"        TO RPT-RECORD(50:8)                261003MA
035700     END-IF.                                                      261003MA
035800     IF NOT CKO-FOUND                                             261003MA
035900        ADD 1                  TO WS-NO-CKO-CT                    261003MA
036000        MOVE "** NO CHECK-OUT **" TO RPT-RECORD(60:18)            261003MA
036100        WRITE RPT-RECORD                                          261003MA
036200        GO TO B2010-READ                                          261003MA
036300     END-IF.                                                      261003MA
036400     IF CO-STATUS(CO-HIT) = "O"                                   261003MA
036500        STRING "CHECKED OUT - TICKET " DELIMITED BY SIZE          261003MA
036600               CO-TICKET(CO-HIT) DELIMITED BY SPACES              261003MA
036700               " BY " DELIMITED BY SIZE                           261003MA
036800               CO-OUT-BY(CO-HIT) DELIMITED BY SPACES              261003MA
036900          INTO RPT-RECORD(60:73)                                  261003MA
037000     ELSE                                                         261003MA
037100        STRING "CHECKED IN " DELIMITED BY SIZE                    261003MA
037200               CO-IN-DATE(CO-HIT) DELIMITED BY SIZE               261003MA
037300               " - TICKET " DELIMITED BY SIZE                     261003MA
037400               CO-TICKET(CO-HIT) DELIMITED BY SPACES              261003MA
037500               " BY " DELIMITED BY SIZE                           261003MA
037600               CO-IN-BY(CO-HIT) DELIMITED BY SPACES               261003MA
037700          INTO RPT-RECORD(60:73)                                  261003MA
037800     END-IF.                                                      261003MA
037900     WRITE RPT-RECORD.                                            261003MA
038000     GO TO B2010-READ.                                            261003MA
038100 B2090-DONE.                                                      261003MA
038200     CLOSE CHGFIL.                                                261003MA
038300     IF WS-CHANGE-CT = 0                                          261003MA
038400        MOVE "  NO COPYBOOK CHANGES RECORDED" TO RPT-RECORD       261003MA
038500        WRITE RPT-RECORD                                          261003MA
038600     END-IF.                                                      261003MA
038700 B2000-EXIT.  EXIT.                                               261003MA
038800*                                                                 261003MA
038900*B2100-FIND-CHECKOUT looks for the check-out covering the         261003MA
039000*current change: an open one wins; otherwise the most recent      261003MA
039100*one checked in within the grace period.  CO-HIT points at it.    261003MA
039200 B2100-FIND-CHECKOUT.                                             261003MA
039300     MOVE "N"                  TO WS-FOUND-SW.                    261003MA
039400     MOVE 0                    TO CO-HIT.                         261003MA
039500     MOVE 1                    TO CO-INDEX.                       261003MA
039600 B2110-NEXT.                                                      261003MA
039700     IF CO-INDEX > CO-COUNT                                       261003MA
039800        GO TO B2100-EXIT.                                         261003MA
039900     IF CO-COPYLIB(CO-INDEX) NOT = CHG-COPYLIB                    261003MA
040000        OR CO-MEMBER(CO-INDEX) NOT = CHG-MEMBER                   261003MA
040100        GO TO B2190-STEP.                                         261003MA
040200     IF CO-STATUS(CO-INDEX) = "O"                                 261003MA
040300        MOVE CO-INDEX          TO CO-HIT                          261003MA
040400        MOVE "Y"               TO WS-FOUND-SW                     261003MA
040500        GO TO B2100-EXIT.                                         261003MA
040600     IF CO-STATUS(CO-INDEX) NOT = "C"                             261003MA
040700        GO TO B2190-STEP.                                         261003MA
040800     IF CO-IN-DAYS(CO-INDEX) < WS-TODAY-DAYS - WS-GRACE-DAYS      261003MA
040900        GO TO B2190-STEP.                                         261003MA
041000     IF CO-HIT = 0                                                261003MA
041100        MOVE CO-INDEX          TO CO-HIT                          261003MA
041200     ELSE                                                         261003MA
041300        IF CO-IN-DAYS(CO-INDEX) >= CO-IN-DAYS(CO-HIT)             261003MA
041400           MOVE CO-INDEX       TO CO-HIT                          261003MA
041500        END-IF                                                    261003MA
041600     END-IF.                                                      261003MA
041700     MOVE "Y"                  TO WS-FOUND-SW.                    261003MA
041800 B2190-STEP.                                                      261003MA
041900     ADD 1                     TO CO-INDEX.                       261003MA
042000     GO TO B2110-NEXT.                                            261003MA
042100 B2100-EXIT.  EXIT.                                               261003MA
042200*                                                                 261003MA
042300*B3000-CHECK-OVERDUE lists every check-out still open past        261003MA
042400*the agreed number of days.                                       261003MA
042500 B3000-CHECK-OVERDUE.                                             261003MA
042600     MOVE SPACES               TO RPT-RECORD.                     261003MA
042700     WRITE RPT-RECORD.                                            261003MA
042800     MOVE WS-OVERDUE-DAYS      TO ED-DAYS.                        261003MA
042900     STRING "CHECK-OUTS OPEN MORE THAN " DELIMITED BY SIZE        261003MA
043000            ED-DAYS DELIMITED BY SIZE                             261003MA
043100            " DAYS" DELIMITED BY SIZE                             261003MA
043200       INTO RPT-RECORD.                                           261003MA
043300     WRITE RPT-RECORD.                                            261003MA
043400     MOVE SPACES               TO RPT-RECORD.                     261003MA
043500     MOVE "COPYLIB"            TO RPT-RECORD(4:7).                261003MA
043600     MOVE "MEMBER"             TO RPT-RECORD(31:6).               261003MA
043700     MOVE "TICKET"             TO RPT-RECORD(41:6).               261003MA
043800     MOVE "BY"                 TO RPT-RECORD(55:2).               261003MA
043900     MOVE "OUT"                TO RPT-RECORD(65:3).               261003MA
044000     MOVE "DAYS"               TO RPT-RECORD(76:4).               261003MA
044100     WRITE RPT-RECORD.                                            261003MA
044200     MOVE 1                    TO CO-INDEX.                       261003MA
044300 B3010-NEXT.                                                      261003MA
044400     IF CO-INDEX > CO-COUNT                                       261003MA
044500        GO TO B3090-DONE.                                         261003MA
044600     IF CO-STATUS(CO-INDEX) NOT = "O"                             261003MA
044700        GO TO B3080-STEP.                                         261003MA
044800     MOVE CO-OUT-DATE(CO-INDEX) TO WS-DN-DATE.                    261003MA
044900     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261003MA
045000     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS.            261003MA
045100     IF WS-AGE-DAYS NOT > WS-OVERDUE-DAYS                         261003MA
045200        GO TO B3080-STEP.                                         261003MA
045300     ADD 1                     TO WS-OVERDUE-CT.                  261003MA
045400     MOVE SPACES               TO RPT-RECORD.                     261003MA
045500     MOVE CO-COPYLIB(CO-INDEX) TO RPT-RECORD(4:26).               261003MA
045600     MOVE CO-MEMBER(CO-INDEX)  TO RPT-RECORD(31:8).               261003MA
045700     MOVE CO-TICKET(CO-INDEX)  TO RPT-RECORD(41:12).              261003MA
045800     MOVE CO-OUT-BY(CO-INDEX)  TO RPT-RECORD(55:8).               261003MA
045900     MOVE CO-OUT-DATE(CO-INDEX) TO RPT-RECORD(65:8).              261003MA
046000     MOVE WS-AGE-DAYS          TO ED-DAYS.                        261003MA
046100     MOVE ED-DAYS              TO RPT-RECORD(75:5).               261003MA
046200     WRITE RPT-RECORD.                                            261003MA
046300 B3080-STEP.                                                      261003MA
046400     ADD 1                     TO CO-INDEX.                       261003MA
046500     GO TO B3010-NEXT.                                            261003MA
046600 B3090-DONE.                                                      261003MA
046700     IF WS-OVERDUE-CT = 0                                         261003MA
046800        MOVE "  NONE"          TO RPT-RECORD                      261003MA
046900        WRITE RPT-RECORD                                          261003MA
047000     END-IF.                                                      261003MA
047100 B3000-EXIT.  EXIT.                                               261003MA
047200*                                                                 261003MA
047300*D1000-REPORT-HEAD writes the report heading.                     261003MA
047400 D1000-REPORT-HEAD.                                               261003MA
047500     MOVE SPACES               TO RPT-RECORD.                     261003MA
047600     STRING "COPYLIB CHANGES AGAINST CHECK-OUT REGISTER "         261003MA
047700                                DELIMITED BY SIZE                 261003MA
047800            WS-CKO-NAME DELIMITED BY SPACES                       261003MA
047900            " AS OF " DELIMITED BY SIZE                           261003MA
048000            DATE-BUFF DELIMITED BY SIZE                           261003MA
048100       INTO RPT-RECORD.                                           261003MA
048200     WRITE RPT-RECORD.                                            261003MA
048300     MOVE SPACES               TO RPT-RECORD.                     261003MA
048400     WRITE RPT-RECORD.                                            261003MA
048500 D1000-EXIT.  EXIT.                                               261003MA
048600*                                                                 261003MA
048700*D3000-TOTALS closes the report with the counts.                  261003MA
048800 D3000-TOTALS.                                                    261003MA
048900     MOVE SPACES               TO RPT-RECORD.                     261003MA
049000     WRITE RPT-RECORD.                                            261003MA
049100     MOVE WS-CHANGE-CT         TO ED-COUNT.                       261003MA
049200     STRING "CHANGED MEMBERS CHECKED:   " DELIMITED BY SIZE       261003MA
049300            ED-COUNT DELIMITED BY SIZE                            261003MA
049400       INTO RPT-RECORD.                                           261003MA
049500     WRITE RPT-RECORD.                                            261003MA
049600     MOVE SPACES               TO RPT-RECORD.                     261003MA
049700     MOVE WS-NO-CKO-CT         TO ED-COUNT.                       261003MA
049800     STRING "CHANGES WITH NO CHECK-OUT: " DELIMITED BY SIZE       261003MA
049900            ED-COUNT DELIMITED BY SIZE                            261003MA
050000       INTO RPT-RECORD.                                           261003MA
050100     WRITE RPT-RECORD.                                            261003MA
050200     MOVE SPACES               TO RPT-RECORD.                     261003MA
050300     MOVE WS-OVERDUE-CT        TO ED-COUNT.                       261003MA
050400     STRING "OVERDUE CHECK-OUTS:        " DELIMITED BY SIZE       261003MA
050500            ED-COUNT DELIMITED BY SIZE                            261003MA
050600       INTO RPT-RECORD.                                           261003MA
050700     WRITE RPT-RECORD.                                            261003MA
050800 D3000-EXIT.  EXIT.                                               261003MA
050900*                                                                 261003MA
051000*E1000-PARSE-STAMP reduces the DATELINE stamp in TS-WORK --       261003MA
051100*"FRI, AUG 22, 2026, 11:59 PM" -- to a numeric date.              261003MA
051200 E1000-PARSE-STAMP.                                               261003MA
051300     MOVE "N"                  TO TS-GOOD-SW.                     261003MA
051400     MOVE 0                    TO TS-DATE-NUM.                    261003MA
051500     MOVE SPACES               TO TS-DAYNAME TS-MONTH-DAY         261003MA
051600                                  TS-YEAR-X TS-TIME.              261003MA
051700     UNSTRING TS-WORK DELIMITED BY ", "                           261003MA
051800        INTO TS-DAYNAME, TS-MONTH-DAY, TS-YEAR-X, TS-TIME.        261003MA
051900     MOVE SPACES               TO TS-MON-X TS-DD-X.               261003MA
052000     UNSTRING TS-MONTH-DAY DELIMITED BY ALL " "                   261003MA
052100        INTO TS-MON-X, TS-DD-X.                                   261003MA
052200     IF TS-DD-X(2:1) = SPACE                                      261003MA
052300        MOVE TS-DD-X(1:1)      TO TS-DD-X(2:1)                    261003MA
052400        MOVE "0"               TO TS-DD-X(1:1)                    261003MA
052500     END-IF.                                                      261003MA
052600     MOVE 0                    TO TS-MONTH.                       261003MA
052700     MOVE 1                    TO MO-INDEX.                       261003MA
052800 E1000-HUNT.                                                      261003MA
052900     IF MO-INDEX > 12                                             261003MA
053000        GO TO E1000-EDIT.                                         261003MA
053100     IF MONTH-LIST((MO-INDEX * 3) - 2:3) = TS-MON-X               261003MA
053200        MOVE MO-INDEX          TO TS-MONTH                        261003MA
053300        GO TO E1000-EDIT.                                         261003MA
053400     ADD 1                     TO MO-INDEX.                       261003MA
053500     GO TO E1000-HUNT.                                            261003MA
053600 E1000-EDIT.                                                      261003MA
053700     IF TS-MONTH = 0                                              261003MA
053800        GO TO E1000-EXIT.                                         261003MA
053900     IF TS-YEAR-X(1:4) IS NOT NUMERIC                             261003MA
054000        GO TO E1000-EXIT.                                         261003MA
054100     IF TS-DD-X IS NOT NUMERIC                                    261003MA
054200        GO TO E1000-EXIT.                                         261003MA
054300     MOVE TS-YEAR-X(1:4)       TO TS-YEAR.                        261003MA
054400     MOVE TS-DD-X              TO TS-DAY.                         261003MA
054500     COMPUTE TS-DATE-NUM =                                        261003MA
054600         (TS-YEAR * 10000) + (TS-MONTH * 100) + TS-DAY.           261003MA
054700     MOVE "Y"                  TO TS-GOOD-SW.                     261003MA
054800 E1000-EXIT.  EXIT.                                               261003MA
054900*                                                                 261003MA
055000*E1200-DAY-NUMBER turns the YYYYMMDD date in WS-DN-DATE into a    261003MA
055100*running day count in WS-DN-DAYS, so two dates subtract to the    261003MA
055200*days between them across month and year ends.  A date that is    261003MA
055300*not a date counts as day zero.                                   261003MA
055400 E1200-DAY-NUMBER.                                                261003MA
055500     MOVE 0                    TO WS-DN-DAYS.                     261003MA
055600     IF WS-DN-YEAR = 0 OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12     261003MA
055700        GO TO E1200-EXIT.                                         261003MA
055800     COMPUTE WS-DN-PRIOR = WS-DN-YEAR - 1.                        261003MA
055900     DIVIDE WS-DN-PRIOR BY 4   GIVING WS-DN-Q4.                   261003MA
056000     DIVIDE WS-DN-PRIOR BY 100 GIVING WS-DN-Q100.                 261003MA
056100     DIVIDE WS-DN-PRIOR BY 400 GIVING WS-DN-Q400.                 261003MA
056200     COMPUTE WS-DN-DAYS = (WS-DN-PRIOR * 365)                     261003MA
056300         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400                     261003MA
056400         + MS-DAYS(WS-DN-MONTH) + WS-DN-DAY.                      261003MA
056500     IF WS-DN-MONTH > 2                                           261003MA
056600        IF FUNCTION MOD(WS-DN-YEAR, 4) = 0                        261003MA
056700           AND (FUNCTION MOD(WS-DN-YEAR, 100) NOT = 0             261003MA
056800                OR FUNCTION MOD(WS-DN-YEAR, 400) = 0)             261003MA
056900           ADD 1               TO WS-DN-DAYS                      261003MA
057000        END-IF                                                    261003MA
057100     END-IF.                                                      261003MA
057200 E1200-EXIT.  EXIT.                                               261003MA
057300*                                                                 261003MA
057400*E9200-PARSE-NUMBER turns the leading digits of WS-NUM-IN into    261003MA
057500*WS-NUM-VAL; anything other than digits then blanks is bad.       261003MA
057600 E9200-PARSE-NUMBER.                                              261003MA
057700     MOVE "N"                  TO WS-NUM-OK-SW.                   261003MA
057800     MOVE 0                    TO WS-NUM-VAL.                     261003MA
057900     MOVE 1                    TO WS-NUM-PTR.                     261003MA
058000 E9200-DIGIT.                                                     261003MA
058100     IF WS-NUM-PTR > 9                                            261003MA
058200        GO TO E9200-CHECK.                                        261003MA
058300     MOVE WS-NUM-IN(WS-NUM-PTR:1) TO WS-DIGIT-X.                  261003MA
058400     IF WS-DIGIT-X = SPACE                                        261003MA
058500        GO TO E9200-CHECK.                                        261003MA
058600     IF WS-DIGIT-X IS NOT NUMERIC                                 261003MA
058700        GO TO E9200-EXIT.                                         261003MA
058800     COMPUTE WS-NUM-VAL = (WS-NUM-VAL * 10) + WS-DIGIT-9.         261003MA
058900     ADD 1                     TO WS-NUM-PTR.                     261003MA
059000     GO TO E9200-DIGIT.                                           261003MA
059100 E9200-CHECK.                                                     261003MA
059200     IF WS-NUM-PTR = 1                                            261003MA
059300        GO TO E9200-EXIT.                                         261003MA
059400     IF WS-NUM-PTR > 9                                            261003MA
059500        MOVE "Y"               TO WS-NUM-OK-SW                    261003MA
059600        GO TO E9200-EXIT.                                         261003MA
059700     IF WS-NUM-IN(WS-NUM-PTR:) = SPACES                           261003MA
059800        MOVE "Y"               TO WS-NUM-OK-SW.                   261003MA
059900 E9200-EXIT.  EXIT.                                               261003MA
060000*                                                                 261003MA
060100*B9500-LOG-AUDIT-EVENT appends one record to the shared           261003MA
060200*CLAUDIT file through AUDLOG.                                     261003MA
060300 B9500-LOG-AUDIT-EVENT.                                           261003MA
060400     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261003MA
060500     IF RETURN-CODE NOT = 0                                       261003MA
060600        DISPLAY "CKOCHK: audit log entry not recorded"            261003MA
060700     END-IF.                                                      261003MA
060800 B9500-EXIT.  EXIT.                                               261003MA
060900 END PROGRAM CKOCHK.                                              261003MA
