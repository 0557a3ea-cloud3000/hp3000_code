000100******************************************************************261006MA
000200* CHRNRPT -- COPYBOOK CHURN AND HOT-SPOT REPORT                   261006MA
000300******************************************************************261006MA
000400 IDENTIFICATION DIVISION.                                         261006MA
000500 PROGRAM-ID.     CHRNRPT.                                         261006MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261006MA
000700 DATE-COMPILED.                                                   261006MA
000800*                   COPYRIGHT 2007                                261006MA
000900*          J3K Solutions All rights reserved.                     261006MA
001000*                                                                 261006MA
001100* CL2HTML KEEPS EACH NIGHT'S CLCHGMBR AS A DATED GENERATION       261006MA
001200* THROUGH GENKEEP (PREFIX CHGM), BUT EACH ONE IS ONLY EVER        261006MA
001300* READ THE MORNING AFTER.  THIS PROGRAM READS EVERY CHGM          261006MA
001400* GENERATION THE GENIDX INDEX LISTS INSIDE THE REQUESTED DATE     261006MA
001500* RANGE AND TALLIES THE CHANGES PER MEMBER AND PER COPYLIB,       261006MA
001600* SPLIT BY CPYDIFF'S LAYOUT (L) AND COSMETIC (C) CLASS.  THE      261006MA
001700* MEMBERS ARE RANKED BY HOW OFTEN THEY CHANGED, AND XRFDATA       261006MA
001800* GIVES THE NUMBER OF PROGRAMS EACH ONE DRAGS INTO A RECOMPILE.   261006MA
001900* A MEMBER THAT CHANGED AT LEAST ONCE A WEEK ON AVERAGE AND IS    261006MA
002000* COPIED BY AT LEAST THE HOT-SPOT NUMBER OF PROGRAMS IS LISTED    261006MA
002100* FIRST, AS A HOT SPOT NEEDING A DESIGN CONVERSATION.  RUN INFO   261006MA
002200* IS "FROM,TO,PROGRAMS" -- FROM IS A YYYYMMDD DATE OR A NUMBER    261006MA
002300* OF DAYS BACK FROM TO (BLANK FOR EVERY KEPT GENERATION), TO IS   261006MA
002400* A YYYYMMDD DATE (BLANK FOR TODAY), PROGRAMS IS THE HOT-SPOT     261006MA
002500* PROGRAM COUNT (BLANK FOR 40).  THE REPORT GOES TO CHRNRPT.      261006MA
002600* THE RANGE CAN ONLY REACH AS FAR BACK AS GENCTL LETS GENKEEP     261006MA
002700* RETAIN; THE REPORT SAYS SO WHEN THE DATE RANGE ASKED FOR        261006MA
002750* REACHES FURTHER BACK.                                           261006MA
002800* ENDS 1 WHEN XRFDATA CANNOT BE READ, SO THE STREAM WARNS.        261006MA
002900*-----------------------------------------------------------------261006MA
003000* MODIFICATION HISTORY                                            261006MA
003100* 261006MA  INITIAL VERSION.                                      261006MA
003200*-----------------------------------------------------------------261006MA
003300*                                                                 261006MA
003400 ENVIRONMENT DIVISION.                                            261006MA
003500 CONFIGURATION SECTION.                                           261006MA
003600 SOURCE-COMPUTER. HP-3000.                                        261006MA
003700 OBJECT-COMPUTER. HP-3000.                                        261006MA
003800 SPECIAL-NAMES.                                                   261006MA
003900 CONDITION-CODE IS CC.                                            261006MA
004000*                                                                 261006MA
004100 INPUT-OUTPUT SECTION.                                            261006MA
004200 FILE-CONTROL.                                                    261006MA
004300     SELECT IDXFILE   ASSIGN TO "GENIDX,,,,2000".                 261006MA
004400     SELECT GENFILE   ASSIGN TO DUMMY USING WS-GEN-FILE.          261006MA
004500     SELECT XRFFILE   ASSIGN TO "XRFDATA,,,,100000".              261006MA
004600     SELECT SRTFILE   ASSIGN TO "CHRNSRT,,,,5000".                261006MA
004700     SELECT RPTFILE   ASSIGN TO "CHRNRPT,,,,5000".                261006MA
004800*                                                                 261006MA
004900 DATA DIVISION.                                                   261006MA
005000 FILE SECTION.                                                    261006MA
005100*The GENIDX index GENKEEP maintains.                              261006MA
005200 FD  IDXFILE DATA RECORD IS IDX-RECORD                            261006MA
005300     RECORD CONTAINS 39 CHARACTERS.                               261006MA
005400 01  IDX-RECORD.                                                  261006MA
005500     03  IDX-PREFIX            PIC X(04).                         261006MA
005600     03  IDX-GEN-NAME          PIC X(08).                         261006MA
005700     03  IDX-TIMESTAMP         PIC X(27).                         261006MA
005800*                                                                 261006MA
005900*One kept generation of CPYDIFF's 44-byte change record, as       261006MA
006000*IMPACT reads the live file.                                      261006MA
006100 FD  GENFILE                                                      261006MA
006200     RECORD CONTAINS 44 CHARACTERS.                               261006MA
006300 01  CHG-RECORD.                                                  261006MA
006400     03  CHG-COPYLIB          PIC X(26).                          261006MA
006500     03  CHG-MEMBER           PIC X(08).                          261006MA
006600     03  CHG-TYPE             PIC X(01).                          261006MA
006700     03  CHG-CLASS            PIC X(01).                          261006MA
006800     03  CHG-DELTA-SIGN       PIC X(01).                          261006MA
006900     03  CHG-LEN-DELTA        PIC 9(07).                          261006MA
007000*                                                                 261006MA
007100*CPYXREF's member-to-program cross-reference, in member order.    261006MA
007200 FD  XRFFILE                                                      261006MA
007300     RECORD CONTAINS 34 CHARACTERS.                               261006MA
007400 01  XRF-RECORD.                                                  261006MA
007500     03  XRF-MEMBER           PIC X(08).                          261006MA
007600     03  XRF-PROGRAM          PIC X(26).                          261006MA
007700*                                                                 261006MA
007800*The ranking -- most changes first, then most programs.           261006MA
007900 SD  SRTFILE.                                                     261006MA
008000 01  SORT-RECORD.                                                 261006MA
008100     03  SR-TOTAL             PIC 9(05).                          261006MA
008200     03  SR-PROGRAMS          PIC 9(05).                          261006MA
008300     03  SR-COPYLIB           PIC X(26).                          261006MA
008400     03  SR-MEMBER            PIC X(08).                          261006MA
008500     03  SR-MB-INDEX          PIC 9(05).                          261006MA
008600*                                                                 261006MA
008700 FD  RPTFILE DATA RECORD IS RPT-RECORD                            261006MA
008800     RECORD CONTAINS 132 CHARACTERS.                              261006MA
008900 01  RPT-RECORD               PIC X(132).                         261006MA
009000*                                                                 261006MA
009100 WORKING-STORAGE SECTION.                                         261006MA
009200*                                                                 261006MA
009300*Run parameters.                                                  261006MA
009400 01 WS-RUN-INFO             PIC X(80) VALUE SPACES.               261006MA
009500 01 WS-FROM-X               PIC X(09) VALUE SPACES.               261006MA
009600 01 WS-TO-X                 PIC X(09) VALUE SPACES.               261006MA
009700 01 WS-PROGS-X              PIC X(09) VALUE SPACES.               261006MA
009800 01 WS-HOT-PROGRAMS         PIC S9(05) COMP VALUE 40.             261006MA
009900 01 WS-FROM-DATE            PIC 9(08) VALUE 0.                    261006MA
010000 01 WS-TO-DATE              PIC 9(08) VALUE 0.                    261006MA
010100 01 WS-BACK-DAYS            PIC S9(05) COMP VALUE 0.              261006MA
010200 01 WS-FROM-DAYS            PIC S9(09) COMP VALUE 0.              261006MA
010300 01 WS-TO-DAYS              PIC S9(09) COMP VALUE 0.              261006MA
010400 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261006MA
010500*                                                                 261006MA
010600*The generation prefix CL2HTML gives GENKEEP for CLCHGMBR.        261006MA
010700 01 WS-CHG-PREFIX           PIC X(04) VALUE "CHGM".               261006MA
010800 01 WS-GEN-FILE             PIC X(34) VALUE SPACES.               261006MA
010900*                                                                 261006MA
011000*The CHGM generations inside the range, in index (arrival)        261006MA
011100*order, and the span of everything kept for the prefix.           261006MA
011200 77 GN-COUNT                PIC S9(04) COMP VALUE 0.              261006MA
011300 77 GN-INDEX                PIC S9(04) COMP VALUE 0.              261006MA
011400 77 MAX-GN-ENTRIES          PIC S9(04) COMP VALUE 500.            261006MA
011500 01 GEN-TABLE.                                                    261006MA
011600    03 GN-ENTRY OCCURS 500.                                       261006MA
011700       05 GN-NAME            PIC X(08).                           261006MA
011800       05 GN-DATE            PIC 9(08).                           261006MA
011900       05 GN-DAYS            PIC S9(09) COMP.                     261006MA
012000 01 WS-KEPT-COUNT           PIC S9(04) COMP VALUE 0.              261006MA
012100 01 WS-OLDEST-KEPT          PIC 9(08) VALUE 0.                    261006MA
012200 01 WS-OLDEST-DAYS          PIC S9(09) COMP VALUE 0.              261006MA
012300 01 WS-FIRST-READ-DAYS      PIC S9(09) COMP VALUE 0.              261006MA
012400 01 WS-LAST-READ-DAYS       PIC S9(09) COMP VALUE 0.              261006MA
012500 01 WS-SPAN-DAYS            PIC S9(09) COMP VALUE 0.              261006MA
012600 01 WS-READ-COUNT           PIC S9(04) COMP VALUE 0.              261006MA
012700 01 WS-GONE-COUNT           PIC S9(04) COMP VALUE 0.              261006MA
012800*                                                                 261006MA
012900*Changes per copylib member.  A member name can live in more      261006MA
013000*than one copylib, so the copylib is part of the key.             261006MA
013100 77 MB-COUNT                PIC S9(05) COMP VALUE 0.              261006MA
013200 77 MB-INDEX                PIC S9(05) COMP VALUE 0.              261006MA
013300 77 MAX-MB-ENTRIES          PIC S9(05) COMP VALUE 3000.           261006MA
013400 01 MEMBER-TABLE.                                                 261006MA
013500    03 MB-ENTRY OCCURS 3000.                                      261006MA
013600       05 MB-COPYLIB         PIC X(26).                           261006MA
013700       05 MB-MEMBER          PIC X(08).                           261006MA
013800       05 MB-LAYOUT          PIC S9(05) COMP.                     261006MA
013900       05 MB-COSMETIC        PIC S9(05) COMP.                     261006MA
014000       05 MB-PROGRAMS        PIC S9(05) COMP.                     261006MA
014100       05 MB-LAST-DATE       PIC 9(08).                           261006MA
014200*                                                                 261006MA
014300*Changes per copylib.                                             261006MA
014400 77 CL-COUNT                PIC S9(04) COMP VALUE 0.              261006MA
014500 77 CL-INDEX                PIC S9(04) COMP VALUE 0.              261006MA
014600 77 CL-BEST                 PIC S9(04) COMP VALUE 0.              261006MA
014700 77 MAX-CL-ENTRIES          PIC S9(04) COMP VALUE 200.            261006MA
014800 01 COPYLIB-TABLE.                                                261006MA
014900    03 CL-ENTRY OCCURS 200.                                       261006MA
015000       05 CL-COPYLIB         PIC X(26).                           261006MA
015100       05 CL-MEMBERS         PIC S9(05) COMP.                     261006MA
015200       05 CL-LAYOUT          PIC S9(07) COMP.                     261006MA
015300       05 CL-COSMETIC        PIC S9(07) COMP.                     261006MA
015400       05 CL-DONE-SW         PIC X(01).                           261006MA
015500*                                                                 261006MA
015600*The ranked order the sort hands back.                            261006MA
015700 77 RK-COUNT                PIC S9(05) COMP VALUE 0.              261006MA
015800 77 RK-INDEX                PIC S9(05) COMP VALUE 0.              261006MA
015900 01 RANK-TABLE.                                                   261006MA
016000    03 RK-MB-INDEX          PIC S9(05) COMP OCCURS 3000.          261006MA
016100 01 WS-SORT-EOF-SW          PIC X(01) VALUE "N".                  261006MA
016200    88 SORT-EOF                       VALUE "Y".                  261006MA
016300*                                                                 261006MA
016400*XRFDATA program counting -- one count per member run, each       261006MA
016500*program once however many times it copies the member.            261006MA
016600 01 WS-XREF-SW              PIC X(01) VALUE "N".                  261006MA
016700    88 XREF-LOADED                    VALUE "Y".                  261006MA
016800 01 WS-PREV-MEMBER          PIC X(08) VALUE SPACES.               261006MA
016900 01 WS-PREV-PROGRAM         PIC X(26) VALUE SPACES.               261006MA
017000 01 WS-RUN-PROGRAMS         PIC S9(05) COMP VALUE 0.              261006MA
017100*                                                                 261006MA
017200 01 WS-CHANGE-CT            PIC S9(07) COMP VALUE 0.              261006MA
017300 01 WS-LAYOUT-CT            PIC S9(07) COMP VALUE 0.              261006MA
017400 01 WS-COSMETIC-CT          PIC S9(07) COMP VALUE 0.              261006MA
017500 01 WS-HOT-CT               PIC S9(05) COMP VALUE 0.              261006MA
017600 01 WS-TOTAL                PIC S9(07) COMP VALUE 0.              261006MA
017700 01 WS-WEEK-WORK            PIC S9(09) COMP VALUE 0.              261006MA
017800 01 WS-RATE                 PIC S9(05)V9 COMP VALUE 0.            261006MA
017900 01 WS-HOT-SW               PIC X(01) VALUE "N".                  261006MA
018000    88 MEMBER-IS-HOT                  VALUE "Y".                  261006MA
018100 01 WS-CLASS                PIC X(01) VALUE SPACES.               261006MA
018200 01 ED-COUNT                PIC ZZZZZZ9.                          261006MA
018300 01 ED-DAYS                 PIC ZZZZ9.                            261006MA
018400 01 DATE-BUFF               PIC X(27) VALUE SPACES.               261006MA
018500*                                                                 261006MA
018600*One ranked member line.                                          261006MA
018700 01 DETAIL-LINE.                                                  261006MA
018800    03 DET-RANK              PIC ZZZZ9.                           261006MA
018900    03 FILLER                PIC X(02) VALUE SPACES.              261006MA
019000    03 DET-MEMBER            PIC X(08).                           261006MA
019100    03 FILLER                PIC X(02) VALUE SPACES.              261006MA
019200    03 DET-COPYLIB           PIC X(26).                           261006MA
019300    03 DET-LAYOUT            PIC ZZZZZZ9.                         261006MA
019400    03 DET-COSMETIC          PIC ZZZZZZZZ9.                       261006MA
019500    03 DET-TOTAL             PIC ZZZZZZ9.                         261006MA
019600    03 DET-RATE              PIC ZZZZZZ9.9.                       261006MA
019700    03 DET-PROGRAMS          PIC ZZZZZZZZ9.                       261006MA
019800    03 FILLER                PIC X(02) VALUE SPACES.              261006MA
019900    03 DET-LAST-DATE         PIC 9(08).                           261006MA
020000    03 FILLER                PIC X(02) VALUE SPACES.              261006MA
020100    03 DET-FLAG              PIC X(08) VALUE SPACES.              261006MA
020200    03 FILLER                PIC X(28) VALUE SPACES.              261006MA
020300 01 DETAIL-HEAD.                                                  261006MA
020400    03 FILLER                PIC X(17) VALUE " RANK  MEMBER".     261006MA
020500    03 FILLER                PIC X(26) VALUE "COPYLIB".           261006MA
020600    03 FILLER                PIC X(16) VALUE " LAYOUT COSMETIC".  261006MA
020700    03 FILLER                PIC X(16) VALUE "  TOTAL PER WEEK".  261006MA
020800    03 FILLER                PIC X(23) VALUE                      261006MA
020900       " PROGRAMS  LAST CHANGE".                                  261006MA
021000    03 FILLER                PIC X(34) VALUE SPACES.              261006MA
021100*                                                                 261006MA
021200*One copylib summary line.                                        261006MA
021300 01 COPYLIB-LINE.                                                 261006MA
021400    03 FILLER                PIC X(02) VALUE SPACES.              261006MA
021500    03 CLN-COPYLIB           PIC X(26).                           261006MA
021600    03 CLN-MEMBERS           PIC ZZZZZZZ9.                        261006MA
021700    03 CLN-LAYOUT            PIC ZZZZZZZ9.                        261006MA
021800    03 CLN-COSMETIC          PIC ZZZZZZZZ9.                       261006MA
021900    03 CLN-TOTAL             PIC ZZZZZZZ9.                        261006MA
022000    03 FILLER                PIC X(71) VALUE SPACES.              261006MA
022100 01 COPYLIB-HEAD.                                                 261006MA
022200    03 FILLER                PIC X(28) VALUE "  COPYLIB".         261006MA
022300    03 FILLER                PIC X(16) VALUE " MEMBERS  LAYOUT".  261006MA
022400    03 FILLER                PIC X(17) VALUE " COSMETIC   TOTAL". 261006MA
022500    03 FILLER                PIC X(71) VALUE SPACES.              261006MA
022600*                                                                 261006MA
022700*Free-form numeric input, as in CTLMAINT.                         261006MA
022800 01 WS-NUM-IN               PIC X(09) VALUE SPACES.               261006MA
022900 01 WS-NUM-VAL              PIC 9(09) VALUE 0.                    261006MA
023000 01 WS-NUM-PTR              PIC S9(04) COMP VALUE 0.              261006MA
023100 01 WS-NUM-OK-SW            PIC X(01) VALUE "N".                  261006MA
023200    88 NUMBER-GOOD                   VALUE "Y".                   261006MA
023300 01 WS-DIGIT-X              PIC X(01) VALUE SPACES.               261006MA
023400 01 WS-DIGIT-9 REDEFINES WS-DIGIT-X                               261006MA
023500                            PIC 9(01).                            261006MA
023600*                                                                 261006MA
023700 01 WS-TODAY                PIC 9(08) VALUE 0.                    261006MA
023800 01 WS-TODAY-DAYS           PIC S9(09) COMP VALUE 0.              261006MA
023900*                                                                 261006MA
024000*DATELINE stamp parsing, as in STEPCHK.                           261006MA
024100 01 TS-WORK                 PIC X(27) VALUE SPACES.               261006MA
024200 01 TS-DAYNAME              PIC X(05) VALUE SPACES.               261006MA
024300 01 TS-MONTH-DAY            PIC X(08) VALUE SPACES.               261006MA
024400 01 TS-YEAR-X               PIC X(05) VALUE SPACES.               261006MA
024500 01 TS-TIME                 PIC X(09) VALUE SPACES.               261006MA
024600 01 TS-MON-X                PIC X(03) VALUE SPACES.               261006MA
024700 01 TS-DD-X                 PIC X(02) VALUE SPACES.               261006MA
024800 01 TS-YEAR                 PIC 9(04) VALUE 0.                    261006MA
024900 01 TS-MONTH                PIC 9(02) VALUE 0.                    261006MA
025000 01 TS-DAY                  PIC 9(02) VALUE 0.                    261006MA
025100 01 TS-DATE-NUM             PIC 9(08) VALUE 0.                    261006MA
025200 01 TS-GOOD-SW              PIC X(01) VALUE "N".                  261006MA
025300    88 TS-PARSED                      VALUE "Y".                  261006MA
025400 01 MONTH-LIST              PIC X(36) VALUE                       261006MA
025500        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".                   261006MA
025600 01 MO-INDEX                PIC S9(04) COMP VALUE 0.              261006MA
025700*                                                                 261006MA
025800*Day-number arithmetic, as in CKOMAINT.                           261006MA
025900 01 MONTH-START-LIST.                                             261006MA
026000    03 FILLER               PIC X(36) VALUE                       261006MA
026100       "000031059090120151181212243273304334".                    261006MA
026200 01 MONTH-START-R REDEFINES MONTH-START-LIST.                     261006MA
026300    03 MS-DAYS              PIC 9(03) OCCURS 12.                  261006MA
026400 01 WS-DN-DATE              PIC 9(08) VALUE 0.                    261006MA
026500 01 WS-DN-DATE-R REDEFINES WS-DN-DATE.                            261006MA
026600    03 WS-DN-YEAR           PIC 9(04).                            261006MA
026700    03 WS-DN-MONTH          PIC 9(02).                            261006MA
026800    03 WS-DN-DAY            PIC 9(02).                            261006MA
026900 01 WS-DN-DAYS              PIC S9(09) COMP VALUE 0.              261006MA
027000 01 WS-DN-PRIOR             PIC S9(09) COMP VALUE 0.              261006MA
027100 01 WS-DN-Q4                PIC S9(09) COMP VALUE 0.              261006MA
027200 01 WS-DN-Q100              PIC S9(09) COMP VALUE 0.              261006MA
027300 01 WS-DN-Q400              PIC S9(09) COMP VALUE 0.              261006MA
027400*                                                                 261006MA
027500*Operator identity and audit-log request passed to AUDLOG.        261006MA
027600 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261006MA
027700 01 WS-AUDIT-REQUEST.                                             261006MA
027800    03 AR-PROGRAM-NAME         PIC X(08) VALUE "CHRNRPT".         261006MA
027900    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261006MA
028000    03 AR-EVENT                PIC X(06) VALUE SPACES.            261006MA
028100    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261006MA
028200    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261006MA
028300    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261006MA
028400*                                                                 261006MA
028500*=================================================================261006MA
028600*Main logical flow                                                261006MA
028700*=================================================================261006MA
028800 PROCEDURE DIVISION.                                              261006MA
028900 BEGIN-0000.                                                      261006MA
029000     DISPLAY "CHRNRPT Version 1.00, Copyright J3K Solutions".     261006MA
029100     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261006MA
029200     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261006MA
029300     MOVE "START"              TO AR-EVENT.                       261006MA
029400     MOVE SPACES               TO AR-OUTCOME.                     261006MA
029500     MOVE "CLCHGMBR"           TO AR-PARM-1.                      261006MA
029600     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261006MA
029700     PERFORM A0200-SET-TODAY THRU A0200-EXIT.                     261006MA
029800     PERFORM A0300-SET-RANGE THRU A0300-EXIT.                     261006MA
029900     PERFORM B1000-LOAD-INDEX THRU B1000-EXIT.                    261006MA
030000     PERFORM B2000-READ-GENERATIONS THRU B2000-EXIT.              261006MA
030100     PERFORM B3000-COUNT-PROGRAMS THRU B3000-EXIT.                261006MA
030200     SORT SRTFILE ON DESCENDING KEY SR-TOTAL SR-PROGRAMS          261006MA
030300                  ON ASCENDING KEY SR-MEMBER SR-COPYLIB           261006MA
030400        INPUT PROCEDURE C1000-RELEASE-MEMBERS                     261006MA
030500        OUTPUT PROCEDURE C2000-COLLECT-RANKING.                   261006MA
030600     OPEN OUTPUT RPTFILE.                                         261006MA
030700     PERFORM D1000-REPORT-HEAD THRU D1000-EXIT.                   261006MA
030800     PERFORM D2000-HOT-SPOTS THRU D2000-EXIT.                     261006MA
030900     PERFORM D3000-RANKING THRU D3000-EXIT.                       261006MA
031000     PERFORM D4000-COPYLIBS THRU D4000-EXIT.                      261006MA
031100     PERFORM D5000-TOTALS THRU D5000-EXIT.                        261006MA
031200     CLOSE RPTFILE.                                               261006MA
031300     MOVE MB-COUNT             TO ED-COUNT.                       261006MA
031400     DISPLAY "CHRNRPT: " ED-COUNT " member(s) changed in "        261006MA
031500             WS-READ-COUNT " generation(s)".                      261006MA
031600     MOVE WS-HOT-CT            TO ED-COUNT.                       261006MA
031700     DISPLAY "CHRNRPT: " ED-COUNT " hot spot(s) listed in "       261006MA
031800             "CHRNRPT".                                           261006MA
031900     MOVE "FINISH"             TO AR-EVENT.                       261006MA
032000     IF WS-RUN-RC NOT = 0                                         261006MA
032100        MOVE "FAIL"            TO AR-OUTCOME                      261006MA
032200     ELSE                                                         261006MA
032300        MOVE "OK"              TO AR-OUTCOME                      261006MA
032400     END-IF.                                                      261006MA
032500     MOVE "CLCHGMBR"           TO AR-PARM-1.                      261006MA
032600     MOVE ED-COUNT             TO AR-PARM-2.                      261006MA
032700     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261006MA
032800     DISPLAY "Normal termination of CHRNRPT run @ " TIME-OF-DAY.  261006MA
032900     IF WS-RUN-RC NOT = 0                                         261006MA
033000        MOVE WS-RUN-RC         TO RETURN-CODE                     261006MA
033100     END-IF.                                                      261006MA
033200     STOP RUN.                                                    261006MA
033300 BEGIN-0000-EXIT. EXIT.                                           261006MA
033400*                                                                 261006MA
033500*A0100-GET-PARMS accepts the range and the hot-spot program       261006MA
033600*count, as the RUN INFO string or prompted.  Anything left        261006MA
033700*blank keeps its default.                                         261006MA
033800 A0100-GET-PARMS.                                                 261006MA
033900     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261006MA
034000     IF WS-RUN-INFO NOT = SPACES                                  261006MA
034100        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261006MA
034200           INTO WS-FROM-X, WS-TO-X, WS-PROGS-X                    261006MA
034300     ELSE                                                         261006MA
034400        DISPLAY "From date YYYYMMDD, or days back (blank for "    261006MA
034500                "all kept): " NO ADVANCING                        261006MA
034600        ACCEPT WS-FROM-X FREE                                     261006MA
034700        DISPLAY "Through date YYYYMMDD (blank for today): "       261006MA
034800                NO ADVANCING                                      261006MA
034900        ACCEPT WS-TO-X FREE                                       261006MA
035000        DISPLAY "Hot-spot program count (blank for 40): "         261006MA
035100                NO ADVANCING                                      261006MA
035200        ACCEPT WS-PROGS-X FREE                                    261006MA
035300     END-IF.                                                      261006MA
035400     IF WS-PROGS-X NOT = SPACES                                   261006MA
035500        MOVE WS-PROGS-X        TO WS-NUM-IN                       261006MA
035600        PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT                261006MA
035700        IF NOT NUMBER-GOOD OR WS-NUM-VAL > 99999                  261006MA
035800           DISPLAY "CHRNRPT: program count must be numeric"       261006MA
035900           MOVE 16             TO RETURN-CODE                     261006MA
036000           STOP RUN                                               261006MA
036100        END-IF                                                    261006MA
036200        MOVE WS-NUM-VAL        TO WS-HOT-PROGRAMS                 261006MA
036300     END-IF.                                                      261006MA
036400 A0100-EXIT.  EXIT.                                               261006MA
036500*                                                                 261006MA
036600*A0150-SET-OPERATOR records who ran the report -- BATCH for a     261006MA
036700*stream run driven by the INFO string, or a prompted operator     261006MA
036800*ID for an interactive session.                                   261006MA
036900 A0150-SET-OPERATOR.                                              261006MA
037000     IF WS-RUN-INFO NOT = SPACES                                  261006MA
037100        MOVE "BATCH"           TO WS-OPERATOR                     261006MA
037200     ELSE                                                         261006MA
037300        DISPLAY "Enter operator ID: " NO ADVANCING                261006MA
037400        ACCEPT WS-OPERATOR FREE                                   261006MA
037500     END-IF.                                                      261006MA
037600     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261006MA
037700 A0150-EXIT.  EXIT.                                               261006MA
037800*                                                                 261006MA
037900*A0200-SET-TODAY takes today's date from DATELINE.                261006MA
038000 A0200-SET-TODAY.                                                 261006MA
038100     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261006MA
038200     MOVE DATE-BUFF            TO TS-WORK.                        261006MA
038300     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261006MA
038400     IF NOT TS-PARSED                                             261006MA
038500        DISPLAY "CHRNRPT: cannot read today's date"               261006MA
038600        MOVE 16                TO RETURN-CODE                     261006MA
038700        STOP RUN.                                                 261006MA
038800     MOVE TS-DATE-NUM          TO WS-TODAY WS-DN-DATE.            261006MA
038900     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261006MA
039000     MOVE WS-DN-DAYS           TO WS-TODAY-DAYS.                  261006MA
039100 A0200-EXIT.  EXIT.                                               261006MA
039200*                                                                 261006MA
039300*A0300-SET-RANGE turns FROM and TO into day numbers.  A FROM      261006MA
039400*of eight digits is a date; a shorter one is a number of days     261006MA
039500*back, counting the TO day itself.  A blank FROM reaches back     261006MA
039600*to the first generation kept.                                    261006MA
039700 A0300-SET-RANGE.                                                 261006MA
039800     MOVE WS-TODAY             TO WS-TO-DATE.                     261006MA
039900     MOVE WS-TODAY-DAYS        TO WS-TO-DAYS.                     261006MA
040000     IF WS-TO-X NOT = SPACES                                      261006MA
040100        MOVE WS-TO-X           TO WS-NUM-IN                       261006MA
040200        PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT                261006MA
040300        IF NOT NUMBER-GOOD OR WS-NUM-VAL < 10000000               261006MA
040400                           OR WS-NUM-VAL > 99999999               261006MA
040500           DISPLAY "CHRNRPT: through date must be YYYYMMDD"       261006MA
040600           MOVE 16             TO RETURN-CODE                     261006MA
040700           STOP RUN                                               261006MA
040800        END-IF                                                    261006MA
040900        MOVE WS-NUM-VAL        TO WS-TO-DATE WS-DN-DATE           261006MA
041000        PERFORM E1200-DAY-NUMBER THRU E1200-EXIT                  261006MA
041100        IF WS-DN-DAYS = 0 OR WS-DN-DAY < 1 OR WS-DN-DAY > 31      261006MA
041200           DISPLAY "CHRNRPT: through date is not a date: "        261006MA
041300                   WS-TO-X                                        261006MA
041400           MOVE 16             TO RETURN-CODE                     261006MA
041500           STOP RUN                                               261006MA
041600        END-IF                                                    261006MA
041700        MOVE WS-DN-DAYS        TO WS-TO-DAYS                      261006MA
041800     END-IF.                                                      261006MA
041900     MOVE 0                    TO WS-FROM-DATE WS-FROM-DAYS.      261006MA
042000     IF WS-FROM-X = SPACES                                        261006MA
042100        GO TO A0300-EXIT.                                         261006MA
042200     MOVE WS-FROM-X            TO WS-NUM-IN.                      261006MA
042300     PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT.                  261006MA
042400     IF NOT NUMBER-GOOD OR WS-NUM-VAL = 0                         261006MA
042500        OR WS-NUM-VAL > 99999999                                  261006MA
042600        DISPLAY "CHRNRPT: from must be YYYYMMDD or a number "     261006MA
042700                "of days"                                         261006MA
042800        MOVE 16                TO RETURN-CODE                     261006MA
042900        STOP RUN.                                                 261006MA
043000     IF WS-NUM-VAL < 10000                                        261006MA
043100        MOVE WS-NUM-VAL        TO WS-BACK-DAYS                    261006MA
043200        COMPUTE WS-FROM-DAYS = WS-TO-DAYS - WS-BACK-DAYS + 1      261006MA
043300        GO TO A0300-EXIT.                                         261006MA
043400     MOVE WS-NUM-VAL           TO WS-FROM-DATE WS-DN-DATE.        261006MA
043500     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261006MA
043600     IF WS-DN-DAYS = 0 OR WS-DN-DAY < 1 OR WS-DN-DAY > 31         261006MA
043700        DISPLAY "CHRNRPT: from date is not a date: " WS-FROM-X    261006MA
043800        MOVE 16                TO RETURN-CODE                     261006MA
043900        STOP RUN.                                                 261006MA
044000     MOVE WS-DN-DAYS           TO WS-FROM-DAYS.                   261006MA
044100     IF WS-FROM-DAYS > WS-TO-DAYS                                 261006MA
044200        DISPLAY "CHRNRPT: from date is after the through date"    261006MA
044300        MOVE 16                TO RETURN-CODE                     261006MA
044400        STOP RUN.                                                 261006MA
044500 A0300-EXIT.  EXIT.                                               261006MA
044600*                                                                 261006MA
044700*B1000-LOAD-INDEX picks the CHGM generations out of GENIDX,       261006MA
044800*noting the oldest kept at all and keeping those in range.        261006MA
044900 B1000-LOAD-INDEX.                                                261006MA
045000     MOVE 0                    TO GN-COUNT WS-KEPT-COUNT.         261006MA
045100     OPEN INPUT IDXFILE.                                          261006MA
045200     IF CC <> 0                                                   261006MA
045300        DISPLAY "CHRNRPT: no GENIDX index -- no generations kept" 261006MA
045400        GO TO B1000-EXIT.                                         261006MA
045500 B1010-READ.                                                      261006MA
045600     READ IDXFILE                                                 261006MA
045700        AT END                                                    261006MA
045800           GO TO B1090-DONE.                                      261006MA
045900     IF IDX-PREFIX NOT = WS-CHG-PREFIX                            261006MA
046000        GO TO B1010-READ.                                         261006MA
046100     MOVE IDX-TIMESTAMP        TO TS-WORK.                        261006MA
046200     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261006MA
046300     IF NOT TS-PARSED                                             261006MA
046400        DISPLAY "CHRNRPT: generation " IDX-GEN-NAME               261006MA
046500                " has no readable date, skipped"                  261006MA
046600        GO TO B1010-READ.                                         261006MA
046700     MOVE TS-DATE-NUM          TO WS-DN-DATE.                     261006MA
046800     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261006MA
046900     ADD 1                     TO WS-KEPT-COUNT.                  261006MA
047000     IF WS-KEPT-COUNT = 1 OR WS-DN-DAYS < WS-OLDEST-DAYS          261006MA
047100        MOVE WS-DN-DAYS        TO WS-OLDEST-DAYS                  261006MA
047200        MOVE TS-DATE-NUM       TO WS-OLDEST-KEPT                  261006MA
047300     END-IF.                                                      261006MA
047400     IF WS-DN-DAYS < WS-FROM-DAYS OR WS-DN-DAYS > WS-TO-DAYS      261006MA
047500        GO TO B1010-READ.                                         261006MA
047600     IF GN-COUNT >= MAX-GN-ENTRIES                                261006MA
047700        DISPLAY "CHRNRPT: generation table full, " IDX-GEN-NAME   261006MA
047800                " not read"                                       261006MA
047900        GO TO B1010-READ.                                         261006MA
048000     ADD 1                     TO GN-COUNT.                       261006MA
048100     MOVE IDX-GEN-NAME         TO GN-NAME(GN-COUNT).              261006MA
048200     MOVE TS-DATE-NUM          TO GN-DATE(GN-COUNT).              261006MA
048300     MOVE WS-DN-DAYS           TO GN-DAYS(GN-COUNT).              261006MA
048400     GO TO B1010-READ.                                            261006MA
048500 B1090-DONE.                                                      261006MA
048600     CLOSE IDXFILE.                                               261006MA
048700 B1000-EXIT.  EXIT.                                               261006MA
048800*                                                                 261006MA
048900*B2000-READ-GENERATIONS tallies every change record in every      261006MA
049000*generation in range.  A generation GENIDX lists but the disk     261006MA
049100*no longer holds is counted and named in the report.              261006MA
049200 B2000-READ-GENERATIONS.                                          261006MA
049300     MOVE 0                    TO WS-READ-COUNT WS-GONE-COUNT.    261006MA
049400     MOVE 1                    TO GN-INDEX.                       261006MA
049500 B2010-NEXT.                                                      261006MA
049600     IF GN-INDEX > GN-COUNT                                       261006MA
049700        GO TO B2090-SPAN.                                         261006MA
049800     MOVE GN-NAME(GN-INDEX)    TO WS-GEN-FILE.                    261006MA
049900     OPEN INPUT GENFILE.                                          261006MA
050000     IF CC <> 0                                                   261006MA
050100        ADD 1                  TO WS-GONE-COUNT                   261006MA
050200        MOVE SPACES            TO GN-NAME(GN-INDEX)               261006MA
050300        GO TO B2080-STEP.                                         261006MA
050400     ADD 1                     TO WS-READ-COUNT.                  261006MA
050500     IF WS-READ-COUNT = 1                                         261006MA
050600        MOVE GN-DAYS(GN-INDEX) TO WS-FIRST-READ-DAYS              261006MA
050700                                  WS-LAST-READ-DAYS.              261006MA
050800     IF GN-DAYS(GN-INDEX) < WS-FIRST-READ-DAYS                    261006MA
050900        MOVE GN-DAYS(GN-INDEX) TO WS-FIRST-READ-DAYS.             261006MA
051000     IF GN-DAYS(GN-INDEX) > WS-LAST-READ-DAYS                     261006MA
051100        MOVE GN-DAYS(GN-INDEX) TO WS-LAST-READ-DAYS.              261006MA
051200 B2020-READ.                                                      261006MA
051300     READ GENFILE                                                 261006MA
051400        AT END                                                    261006MA
051500           GO TO B2070-CLOSE.                                     261006MA
051600     IF CHG-MEMBER = SPACES                                       261006MA
051700        GO TO B2020-READ.                                         261006MA
051800     PERFORM B2100-TALLY-CHANGE THRU B2100-EXIT.                  261006MA
051900     GO TO B2020-READ.                                            261006MA
052000 B2070-CLOSE.                                                     261006MA
052100     CLOSE GENFILE.                                               261006MA
052200 B2080-STEP.                                                      261006MA
052300     ADD 1                     TO GN-INDEX.                       261006MA
052400     GO TO B2010-NEXT.                                            261006MA
052500 B2090-SPAN.                                                      261006MA
052600     MOVE 0                    TO WS-SPAN-DAYS.                   261006MA
052700     IF WS-READ-COUNT > 0                                         261006MA
052800        COMPUTE WS-SPAN-DAYS =                                    261006MA
052900            WS-LAST-READ-DAYS - WS-FIRST-READ-DAYS + 1.           261006MA
053000 B2000-EXIT.  EXIT.                                               261006MA
053100*                                                                 261006MA
053200*B2100-TALLY-CHANGE counts one change against its member and      261006MA
053300*its copylib.  Anything not classed C counts as layout, the       261006MA
053400*IMPACT rule.                                                     261006MA
053500 B2100-TALLY-CHANGE.                                              261006MA
053600     IF CHG-CLASS = "C"                                           261006MA
053700        MOVE "C"               TO WS-CLASS                        261006MA
053800     ELSE                                                         261006MA
053900        MOVE "L"               TO WS-CLASS                        261006MA
054000     END-IF.                                                      261006MA
054100     ADD 1                     TO WS-CHANGE-CT.                   261006MA
054200     IF WS-CLASS = "C"                                            261006MA
054300        ADD 1                  TO WS-COSMETIC-CT                  261006MA
054400     ELSE                                                         261006MA
054500        ADD 1                  TO WS-LAYOUT-CT                    261006MA
054600     END-IF.                                                      261006MA
054700     PERFORM B2200-FIND-COPYLIB THRU B2200-EXIT.                  261006MA
054800     MOVE 1                    TO MB-INDEX.                       261006MA
054900 B2110-HUNT.                                                      261006MA
055000     IF MB-INDEX > MB-COUNT                                       261006MA
055100        GO TO B2120-ADD.                                          261006MA
055200     IF MB-MEMBER(MB-INDEX) = CHG-MEMBER                          261006MA
055300        AND MB-COPYLIB(MB-INDEX) = CHG-COPYLIB                    261006MA
055400        GO TO B2130-COUNT.                                        261006MA
055500     ADD 1                     TO MB-INDEX.                       261006MA
055600     GO TO B2110-HUNT.                                            261006MA
055700 B2120-ADD.                                                       261006MA
055800     IF MB-COUNT >= MAX-MB-ENTRIES                                261006MA
055900        DISPLAY "CHRNRPT: member table full, change not "         261006MA
056000                "counted for " CHG-MEMBER                         261006MA
056100        GO TO B2100-EXIT.                                         261006MA
056200     ADD 1                     TO MB-COUNT.                       261006MA
056300     MOVE MB-COUNT             TO MB-INDEX.                       261006MA
056400     MOVE CHG-COPYLIB          TO MB-COPYLIB(MB-INDEX).           261006MA
056500     MOVE CHG-MEMBER           TO MB-MEMBER(MB-INDEX).            261006MA
056600     MOVE 0                    TO MB-LAYOUT(MB-INDEX)             261006MA
056700                                  MB-COSMETIC(MB-INDEX)           261006MA
056800                                  MB-PROGRAMS(MB-INDEX)           261006MA
056900                                  MB-LAST-DATE(MB-INDEX).         261006MA
057000     IF CL-INDEX > 0                                              261006MA
057100        ADD 1                  TO CL-MEMBERS(CL-INDEX).           261006MA
057200 B2130-COUNT.                                                     261006MA
057300     IF WS-CLASS = "C"                                            261006MA
057400        ADD 1                  TO MB-COSMETIC(MB-INDEX)           261006MA
057500     ELSE                                                         261006MA
057600        ADD 1                  TO MB-LAYOUT(MB-INDEX)             261006MA
057700     END-IF.                                                      261006MA
057800     IF GN-DATE(GN-INDEX) > MB-LAST-DATE(MB-INDEX)                261006MA
057900        MOVE GN-DATE(GN-INDEX) TO MB-LAST-DATE(MB-INDEX).         261006MA
058000 B2100-EXIT.  EXIT.                                               261006MA
058100*                                                                 261006MA
058200*B2200-FIND-COPYLIB finds or adds the copylib's entry and         261006MA
058300*counts the change there; CL-INDEX is left at zero when the       261006MA
058400*table is full.                                                   261006MA
058500 B2200-FIND-COPYLIB.                                              261006MA
058600     MOVE 1                    TO CL-INDEX.                       261006MA
058700 B2210-HUNT.                                                      261006MA
058800     IF CL-INDEX > CL-COUNT                                       261006MA
058900        GO TO B2220-ADD.                                          261006MA
059000     IF CL-COPYLIB(CL-INDEX) = CHG-COPYLIB                        261006MA
059100        GO TO B2230-COUNT.                                        261006MA
059200     ADD 1                     TO CL-INDEX.                       261006MA
059300     GO TO B2210-HUNT.                                            261006MA
059400 B2220-ADD.                                                       261006MA
059500     IF CL-COUNT >= MAX-CL-ENTRIES                                261006MA
059600        DISPLAY "CHRNRPT: copylib table full, not totalled: "     261006MA
059700                CHG-COPYLIB                                       261006MA
059800        MOVE 0                 TO CL-INDEX                        261006MA
059900        GO TO B2200-EXIT.                                         261006MA
060000     ADD 1                     TO CL-COUNT.                       261006MA
060100     MOVE CL-COUNT             TO CL-INDEX.                       261006MA
060200     MOVE CHG-COPYLIB          TO CL-COPYLIB(CL-INDEX).           261006MA
060300     MOVE 0                    TO CL-MEMBERS(CL-INDEX)            261006MA
060400                                  CL-LAYOUT(CL-INDEX)             261006MA
060500                                  CL-COSMETIC(CL-INDEX).          261006MA
060600     MOVE "N"                  TO CL-DONE-SW(CL-INDEX).           261006MA
060700 B2230-COUNT.                                                     261006MA
060800     IF WS-CLASS = "C"                                            261006MA
060900        ADD 1                  TO CL-COSMETIC(CL-INDEX)           261006MA
061000     ELSE                                                         261006MA
061100        ADD 1                  TO CL-LAYOUT(CL-INDEX)             261006MA
061200     END-IF.                                                      261006MA
061300 B2200-EXIT.  EXIT.                                               261006MA
061400*                                                                 261006MA
061500*B3000-COUNT-PROGRAMS walks XRFDATA, which CPYXREF writes in      261006MA
061600*member then program order, counting each member's distinct       261006MA
061700*programs and posting the count at every change of member.        261006MA
061800*XRFDATA carries no copylib, so a member name in two copylibs     261006MA
061900*gets the same count in both, as IMPACT joins them.               261006MA
062000 B3000-COUNT-PROGRAMS.                                            261006MA
062100     IF MB-COUNT = 0                                              261006MA
062200        GO TO B3000-EXIT.                                         261006MA
062300     OPEN INPUT XRFFILE.                                          261006MA
062400     IF CC <> 0                                                   261006MA
062500        DISPLAY "CHRNRPT: cannot open XRFDATA -- program "        261006MA
062600                "counts not shown"                                261006MA
062700        MOVE 1                 TO WS-RUN-RC                       261006MA
062800        GO TO B3000-EXIT.                                         261006MA
062900     MOVE "Y"                  TO WS-XREF-SW.                     261006MA
063000     MOVE SPACES               TO WS-PREV-MEMBER WS-PREV-PROGRAM. 261006MA
063100     MOVE 0                    TO WS-RUN-PROGRAMS.                261006MA
063200 B3010-READ.                                                      261006MA
063300     READ XRFFILE                                                 261006MA
063400        AT END                                                    261006MA
063500           GO TO B3090-DONE.                                      261006MA
063600     IF XRF-MEMBER NOT = WS-PREV-MEMBER                           261006MA
063700        PERFORM B3100-POST-MEMBER THRU B3100-EXIT                 261006MA
063800        MOVE XRF-MEMBER        TO WS-PREV-MEMBER                  261006MA
063900        MOVE SPACES            TO WS-PREV-PROGRAM                 261006MA
064000        MOVE 0                 TO WS-RUN-PROGRAMS                 261006MA
064100     END-IF.                                                      261006MA
064200     IF XRF-PROGRAM NOT = WS-PREV-PROGRAM                         261006MA
064300        ADD 1                  TO WS-RUN-PROGRAMS                 261006MA
064400        MOVE XRF-PROGRAM       TO WS-PREV-PROGRAM                 261006MA
064500     END-IF.                                                      261006MA
064600     GO TO B3010-READ.                                            261006MA
064700 B3090-DONE.                                                      261006MA
064800     PERFORM B3100-POST-MEMBER THRU B3100-EXIT.                   261006MA
064900     CLOSE XRFFILE.                                               261006MA
065000 B3000-EXIT.  EXIT.                                               261006MA
065100*                                                                 261006MA
065200 B3100-POST-MEMBER.                                               261006MA
065300     IF WS-PREV-MEMBER = SPACES                                   261006MA
065400        GO TO B3100-EXIT.                                         261006MA
065500     MOVE 1                    TO MB-INDEX.                       261006MA
065600 B3110-NEXT.                                                      261006MA
065700     IF MB-INDEX > MB-COUNT                                       261006MA
065800        GO TO B3100-EXIT.                                         261006MA
065900     IF MB-MEMBER(MB-INDEX) = WS-PREV-MEMBER                      261006MA
066000        ADD WS-RUN-PROGRAMS    TO MB-PROGRAMS(MB-INDEX).          261006MA
066100     ADD 1                     TO MB-INDEX.                       261006MA
066200     GO TO B3110-NEXT.                                            261006MA
066300 B3100-EXIT.  EXIT.                                               261006MA
066400*                                                                 261006MA
066500*=========================================================        261006MA
066600*Rank the members.                                                261006MA
066700*=========================================================        261006MA
066800*C1000-RELEASE-MEMBERS is the SORT input procedure -- one sort    261006MA
066900*record per member tallied.                                       261006MA
067000 C1000-RELEASE-MEMBERS.                                           261006MA
067100     PERFORM C1100-RELEASE-ONE THRU C1100-EXIT                    261006MA
067200        VARYING MB-INDEX FROM 1 BY 1                              261006MA
067300        UNTIL MB-INDEX > MB-COUNT.                                261006MA
067400*                                                                 261006MA
067500 C1100-RELEASE-ONE.                                               261006MA
067600     COMPUTE SR-TOTAL = MB-LAYOUT(MB-INDEX)                       261006MA
067700                      + MB-COSMETIC(MB-INDEX).                    261006MA
067800     MOVE MB-PROGRAMS(MB-INDEX)   TO SR-PROGRAMS.                 261006MA
067900     MOVE MB-COPYLIB(MB-INDEX)    TO SR-COPYLIB.                  261006MA
068000     MOVE MB-MEMBER(MB-INDEX)     TO SR-MEMBER.                   261006MA
068100     MOVE MB-INDEX                TO SR-MB-INDEX.                 261006MA
068200     RELEASE SORT-RECORD.                                         261006MA
068300 C1100-EXIT.  EXIT.                                               261006MA
068400*                                                                 261006MA
068500*C2000-COLLECT-RANKING is the SORT output procedure; it keeps     261006MA
068600*the ranked order for the report sections that follow.            261006MA
068700 C2000-COLLECT-RANKING.                                           261006MA
068800     MOVE 0                       TO RK-COUNT.                    261006MA
068900     MOVE "N"                     TO WS-SORT-EOF-SW.              261006MA
069000     RETURN SRTFILE                                               261006MA
069100        AT END                                                    261006MA
069200           MOVE "Y"               TO WS-SORT-EOF-SW.              261006MA
069300     PERFORM C2100-KEEP-ONE THRU C2100-EXIT                       261006MA
069400        UNTIL SORT-EOF.                                           261006MA
069500*                                                                 261006MA
069600 C2100-KEEP-ONE.                                                  261006MA
069700     ADD 1                        TO RK-COUNT.                    261006MA
069800     MOVE SR-MB-INDEX             TO RK-MB-INDEX(RK-COUNT).       261006MA
069900     RETURN SRTFILE                                               261006MA
070000        AT END                                                    261006MA
070100           MOVE "Y"               TO WS-SORT-EOF-SW.              261006MA
070200 C2100-EXIT.  EXIT.                                               261006MA
070300*                                                                 261006MA
070400*=========================================================        261006MA
070500*The report.                                                      261006MA
070600*=========================================================        261006MA
070700*D1000-REPORT-HEAD states the range asked for, what the kept      261006MA
070800*generations actually covered, and any generation GENIDX          261006MA
070900*lists that is no longer on disk.                                 261006MA
071000 D1000-REPORT-HEAD.                                               261006MA
071100     MOVE SPACES               TO RPT-RECORD.                     261006MA
071200     STRING "COPYBOOK CHURN AND HOT-SPOT REPORT AS OF "           261006MA
071300                                DELIMITED BY SIZE                 261006MA
071400            DATE-BUFF DELIMITED BY SIZE                           261006MA
071500       INTO RPT-RECORD.                                           261006MA
071600     WRITE RPT-RECORD.                                            261006MA
071700     MOVE SPACES               TO RPT-RECORD.                     261006MA
071800     WRITE RPT-RECORD.                                            261006MA
071900     MOVE SPACES               TO RPT-RECORD.                     261006MA
072000     IF WS-FROM-X = SPACES                                        261006MA
072100        STRING "RANGE:  EVERY KEPT GENERATION THROUGH "           261006MA
072200                                DELIMITED BY SIZE                 261006MA
072300               WS-TO-DATE DELIMITED BY SIZE                       261006MA
072400          INTO RPT-RECORD                                         261006MA
072500     END-IF.                                                      261006MA
072600     IF WS-BACK-DAYS > 0                                          261006MA
072700        MOVE WS-BACK-DAYS      TO ED-DAYS                         261006MA
072800        STRING "RANGE:  THE " DELIMITED BY SIZE                   261006MA
072900               ED-DAYS DELIMITED BY SIZE                          261006MA
073000               " DAYS THROUGH " DELIMITED BY SIZE                 261006MA
073100               WS-TO-DATE DELIMITED BY SIZE                       261006MA
073200          INTO RPT-RECORD                                         261006MA
073300     END-IF.                                                      261006MA
073400     IF WS-FROM-DATE > 0                                          261006MA
073500        STRING "RANGE:  " DELIMITED BY SIZE                       261006MA
073600               WS-FROM-DATE DELIMITED BY SIZE                     261006MA
073700               " THROUGH " DELIMITED BY SIZE                      261006MA
073800               WS-TO-DATE DELIMITED BY SIZE                       261006MA
073900          INTO RPT-RECORD                                         261006MA
074000     END-IF.                                                      261006MA
074100     WRITE RPT-RECORD.                                            261006MA
074200     MOVE SPACES               TO RPT-RECORD.                     261006MA
074300     MOVE WS-READ-COUNT        TO ED-COUNT.                       261006MA
074400     MOVE WS-SPAN-DAYS         TO ED-DAYS.                        261006MA
074500     STRING "READ:   " DELIMITED BY SIZE                          261006MA
074600            ED-COUNT DELIMITED BY SIZE                            261006MA
074700            " NIGHTLY CLCHGMBR GENERATION(S) COVERING "           261006MA
074800                                DELIMITED BY SIZE                 261006MA
074900            ED-DAYS DELIMITED BY SIZE                             261006MA
075000            " DAY(S)" DELIMITED BY SIZE                           261006MA
075100       INTO RPT-RECORD.                                           261006MA
075200     WRITE RPT-RECORD.                                            261006MA
075300     IF WS-KEPT-COUNT = 0                                         261006MA
075400        MOVE "NOTE:   NO CLCHGMBR GENERATIONS HAVE BEEN KEPT YET" 261006MA
075500                               TO RPT-RECORD                      261006MA
075600        WRITE RPT-RECORD                                          261006MA
075700        GO TO D1050-GONE.                                         261006MA
075800     IF WS-FROM-DAYS > 0 AND WS-OLDEST-DAYS > WS-FROM-DAYS        261006MA
075900        MOVE SPACES            TO RPT-RECORD                      261006MA
076000        STRING "NOTE:   THE OLDEST GENERATION KEPT IS FROM "      261006MA
076100                                DELIMITED BY SIZE                 261006MA
076200               WS-OLDEST-KEPT DELIMITED BY SIZE                   261006MA
076300               " -- RAISE THE GENCTL RETAIN COUNT TO REACH "      261006MA
076400                                DELIMITED BY SIZE                 261006MA
076500               "FURTHER BACK" DELIMITED BY SIZE                   261006MA
076600          INTO RPT-RECORD                                         261006MA
076700        WRITE RPT-RECORD                                          261006MA
076800     END-IF.                                                      261006MA
076900 D1050-GONE.                                                      261006MA
077000     IF WS-GONE-COUNT = 0                                         261006MA
077100        GO TO D1000-EXIT.                                         261006MA
077200     MOVE SPACES               TO RPT-RECORD.                     261006MA
077300     MOVE WS-GONE-COUNT        TO ED-COUNT.                       261006MA
077400     STRING "NOTE:   " DELIMITED BY SIZE                          261006MA
077500            ED-COUNT DELIMITED BY SIZE                            261006MA
077600            " GENERATION(S) IN GENIDX NO LONGER ON DISK, "        261006MA
077700                                DELIMITED BY SIZE                 261006MA
077800            "NOT COUNTED:" DELIMITED BY SIZE                      261006MA
077900       INTO RPT-RECORD.                                           261006MA
078000     WRITE RPT-RECORD.                                            261006MA
078100     MOVE 1                    TO GN-INDEX.                       261006MA
078200 D1060-NEXT.                                                      261006MA
078300     IF GN-INDEX > GN-COUNT                                       261006MA
078400        GO TO D1000-EXIT.                                         261006MA
078500     IF GN-NAME(GN-INDEX) = SPACES                                261006MA
078600        MOVE SPACES            TO RPT-RECORD                      261006MA
078700        STRING "          GENERATION OF " DELIMITED BY SIZE       261006MA
078800               GN-DATE(GN-INDEX) DELIMITED BY SIZE                261006MA
078900          INTO RPT-RECORD                                         261006MA
079000        WRITE RPT-RECORD                                          261006MA
079100     END-IF.                                                      261006MA
079200     ADD 1                     TO GN-INDEX.                       261006MA
079300     GO TO D1060-NEXT.                                            261006MA
079400 D1000-EXIT.  EXIT.                                               261006MA
079500*                                                                 261006MA
079600*D2000-HOT-SPOTS lists, in rank order, every member changed at    261006MA
079700*least once a week on average and copied by at least the          261006MA
079800*hot-spot number of programs.  A span under a week is judged      261006MA
079900*as a week, so a few nights' history cannot make every change     261006MA
080000*look weekly.                                                     261006MA
080100 D2000-HOT-SPOTS.                                                 261006MA
080200     MOVE 0                    TO WS-HOT-CT.                      261006MA
080300     IF WS-SPAN-DAYS < 7                                          261006MA
080400        MOVE 7                 TO WS-SPAN-DAYS.                   261006MA
080500     MOVE SPACES               TO RPT-RECORD.                     261006MA
080600     WRITE RPT-RECORD.                                            261006MA
080700     MOVE WS-HOT-PROGRAMS      TO ED-COUNT.                       261006MA
080800     STRING "HOT SPOTS -- CHANGED WEEKLY OR MORE AND COPIED BY "  261006MA
080900                                DELIMITED BY SIZE                 261006MA
081000            ED-COUNT DELIMITED BY SIZE                            261006MA
081100            " OR MORE PROGRAMS:" DELIMITED BY SIZE                261006MA
081200       INTO RPT-RECORD.                                           261006MA
081300     WRITE RPT-RECORD.                                            261006MA
081400     IF NOT XREF-LOADED                                           261006MA
081500        MOVE "    (not assessed -- XRFDATA could not be read)"    261006MA
081600                               TO RPT-RECORD                      261006MA
081700        WRITE RPT-RECORD                                          261006MA
081800        GO TO D2000-EXIT.                                         261006MA
081900     MOVE DETAIL-HEAD          TO RPT-RECORD.                     261006MA
082000     WRITE RPT-RECORD.                                            261006MA
082100     MOVE 1                    TO RK-INDEX.                       261006MA
082200 D2010-NEXT.                                                      261006MA
082300     IF RK-INDEX > RK-COUNT                                       261006MA
082400        GO TO D2090-DONE.                                         261006MA
082500     MOVE RK-MB-INDEX(RK-INDEX) TO MB-INDEX.                      261006MA
082600     PERFORM E2000-RATE-MEMBER THRU E2000-EXIT.                   261006MA
082700     IF MEMBER-IS-HOT                                             261006MA
082800        ADD 1                  TO WS-HOT-CT                       261006MA
082900        PERFORM E3000-DETAIL-LINE THRU E3000-EXIT                 261006MA
083000     END-IF.                                                      261006MA
083100     ADD 1                     TO RK-INDEX.                       261006MA
083200     GO TO D2010-NEXT.                                            261006MA
083300 D2090-DONE.                                                      261006MA
083400     IF WS-HOT-CT = 0                                             261006MA
083500        MOVE "    (none)"      TO RPT-RECORD                      261006MA
083600        WRITE RPT-RECORD                                          261006MA
083700     END-IF.                                                      261006MA
083800 D2000-EXIT.  EXIT.                                               261006MA
083900*                                                                 261006MA
084000*D3000-RANKING lists every changed member, most changes first.    261006MA
084100 D3000-RANKING.                                                   261006MA
084200     MOVE SPACES               TO RPT-RECORD.                     261006MA
084300     WRITE RPT-RECORD.                                            261006MA
084400     MOVE "MEMBERS RANKED BY NUMBER OF CHANGES:" TO RPT-RECORD.   261006MA
084500     WRITE RPT-RECORD.                                            261006MA
084600     IF RK-COUNT = 0                                              261006MA
084700        MOVE "    (no changes recorded in the range)"             261006MA
084800                               TO RPT-RECORD                      261006MA
084900        WRITE RPT-RECORD                                          261006MA
085000        GO TO D3000-EXIT.                                         261006MA
085100     MOVE DETAIL-HEAD          TO RPT-RECORD.                     261006MA
085200     WRITE RPT-RECORD.                                            261006MA
085300     MOVE 1                    TO RK-INDEX.                       261006MA
085400 D3010-NEXT.                                                      261006MA
085500     IF RK-INDEX > RK-COUNT                                       261006MA
085600        GO TO D3000-EXIT.                                         261006MA
085700     MOVE RK-MB-INDEX(RK-INDEX) TO MB-INDEX.                      261006MA
085800     PERFORM E2000-RATE-MEMBER THRU E2000-EXIT.                   261006MA
085900     PERFORM E3000-DETAIL-LINE THRU E3000-EXIT.                   261006MA
086000     ADD 1                     TO RK-INDEX.                       261006MA
086100     GO TO D3010-NEXT.                                            261006MA
086200 D3000-EXIT.  EXIT.                                               261006MA
086300*                                                                 261006MA
086400*D4000-COPYLIBS totals the changes per copylib, busiest first.    261006MA
086500 D4000-COPYLIBS.                                                  261006MA
086600     MOVE SPACES               TO RPT-RECORD.                     261006MA
086700     WRITE RPT-RECORD.                                            261006MA
086800     MOVE "CHANGES BY COPYLIB:" TO RPT-RECORD.                    261006MA
086900     WRITE RPT-RECORD.                                            261006MA
087000     IF CL-COUNT = 0                                              261006MA
087100        MOVE "    (none)"      TO RPT-RECORD                      261006MA
087200        WRITE RPT-RECORD                                          261006MA
087300        GO TO D4000-EXIT.                                         261006MA
087400     MOVE COPYLIB-HEAD         TO RPT-RECORD.                     261006MA
087500     WRITE RPT-RECORD.                                            261006MA
087600 D4010-PICK.                                                      261006MA
087700     MOVE 0                    TO CL-BEST.                        261006MA
087800     MOVE 1                    TO CL-INDEX.                       261006MA
087900 D4020-NEXT.                                                      261006MA
088000     IF CL-INDEX > CL-COUNT                                       261006MA
088100        GO TO D4030-WRITE.                                        261006MA
088200     IF CL-DONE-SW(CL-INDEX) = "N"                                261006MA
088300        IF CL-BEST = 0                                            261006MA
088400           MOVE CL-INDEX       TO CL-BEST                         261006MA
088500        ELSE                                                      261006MA
088600           IF CL-LAYOUT(CL-INDEX) + CL-COSMETIC(CL-INDEX) >       261006MA
088700              CL-LAYOUT(CL-BEST) + CL-COSMETIC(CL-BEST)           261006MA
088800              MOVE CL-INDEX    TO CL-BEST                         261006MA
088900           END-IF                                                 261006MA
089000        END-IF                                                    261006MA
089100     END-IF.                                                      261006MA
089200     ADD 1                     TO CL-INDEX.                       261006MA
089300     GO TO D4020-NEXT.                                            261006MA
089400 D4030-WRITE.                                                     261006MA
089500     IF CL-BEST = 0                                               261006MA
089600        GO TO D4000-EXIT.                                         261006MA
089700     MOVE "Y"                  TO CL-DONE-SW(CL-BEST).            261006MA
089800     MOVE CL-COPYLIB(CL-BEST)  TO CLN-COPYLIB.                    261006MA
089900     MOVE CL-MEMBERS(CL-BEST)  TO CLN-MEMBERS.                    261006MA
090000     MOVE CL-LAYOUT(CL-BEST)   TO CLN-LAYOUT.                     261006MA
090100     MOVE CL-COSMETIC(CL-BEST) TO CLN-COSMETIC.                   261006MA
090200     COMPUTE WS-TOTAL = CL-LAYOUT(CL-BEST) + CL-COSMETIC(CL-BEST).261006MA
090300     MOVE WS-TOTAL             TO CLN-TOTAL.                      261006MA
090400     MOVE COPYLIB-LINE         TO RPT-RECORD.                     261006MA
090500     WRITE RPT-RECORD.                                            261006MA
090600     GO TO D4010-PICK.                                            261006MA
090700 D4000-EXIT.  EXIT.                                               261006MA
090800*                                                                 261006MA
090900*D5000-TOTALS closes the report with the counts.                  261006MA
091000 D5000-TOTALS.                                                    261006MA
091100     MOVE SPACES               TO RPT-RECORD.                     261006MA
091200     WRITE RPT-RECORD.                                            261006MA
091300     MOVE WS-CHANGE-CT         TO ED-COUNT.                       261006MA
091400     STRING "CHANGES COUNTED:      " DELIMITED BY SIZE            261006MA
091500            ED-COUNT DELIMITED BY SIZE                            261006MA
091600       INTO RPT-RECORD.                                           261006MA
091700     WRITE RPT-RECORD.                                            261006MA
091800     MOVE SPACES               TO RPT-RECORD.                     261006MA
091900     MOVE WS-LAYOUT-CT         TO ED-COUNT.                       261006MA
092000     STRING "  LAYOUT (L):         " DELIMITED BY SIZE            261006MA
092100            ED-COUNT DELIMITED BY SIZE                            261006MA
092200       INTO RPT-RECORD.                                           261006MA
092300     WRITE RPT-RECORD.                                            261006MA
092400     MOVE SPACES               TO RPT-RECORD.                     261006MA
092500     MOVE WS-COSMETIC-CT       TO ED-COUNT.                       261006MA
092600     STRING "  COSMETIC (C):       " DELIMITED BY SIZE            261006MA
092700            ED-COUNT DELIMITED BY SIZE                            261006MA
092800       INTO RPT-RECORD.                                           261006MA
092900     WRITE RPT-RECORD.                                            261006MA
093000     MOVE SPACES               TO RPT-RECORD.                     261006MA
093100     MOVE MB-COUNT             TO ED-COUNT.                       261006MA
093200     STRING "MEMBERS CHANGED:      " DELIMITED BY SIZE            261006MA
093300            ED-COUNT DELIMITED BY SIZE                            261006MA
093400       INTO RPT-RECORD.                                           261006MA
093500     WRITE RPT-RECORD.                                            261006MA
093600     MOVE SPACES               TO RPT-RECORD.                     261006MA
093700     MOVE WS-HOT-CT            TO ED-COUNT.                       261006MA
093800     STRING "HOT SPOTS:            " DELIMITED BY SIZE            261006MA
093900            ED-COUNT DELIMITED BY SIZE                            261006MA
094000       INTO RPT-RECORD.                                           261006MA
094100     WRITE RPT-RECORD.                                            261006MA
094200 D5000-EXIT.  EXIT.                                               261006MA
094300*                                                                 261006MA
094400*E2000-RATE-MEMBER works out the member's changes per week over   261006MA
094500*the span read and whether it is a hot spot -- judged on the      261006MA
094600*rate as printed, so a 1.0 on the report always means weekly.     261006MA
094700 E2000-RATE-MEMBER.                                               261006MA
094800     COMPUTE WS-TOTAL = MB-LAYOUT(MB-INDEX)                       261006MA
094900                      + MB-COSMETIC(MB-INDEX).                    261006MA
095000     MULTIPLY WS-TOTAL BY 7 GIVING WS-WEEK-WORK.                  261006MA
095100     DIVIDE WS-WEEK-WORK BY WS-SPAN-DAYS GIVING WS-RATE ROUNDED.  261006MA
095200     MOVE "N"                  TO WS-HOT-SW.                      261006MA
095300     IF XREF-LOADED                                               261006MA
095400        AND WS-RATE NOT < 1                                       261006MA
095500        AND MB-PROGRAMS(MB-INDEX) >= WS-HOT-PROGRAMS              261006MA
095600        MOVE "Y"               TO WS-HOT-SW.                      261006MA
095700 E2000-EXIT.  EXIT.                                               261006MA
095800*                                                                 261006MA
095900 E3000-DETAIL-LINE.                                               261006MA
096000     MOVE RK-INDEX             TO DET-RANK.                       261006MA
096100     MOVE MB-MEMBER(MB-INDEX)  TO DET-MEMBER.                     261006MA
096200     MOVE MB-COPYLIB(MB-INDEX) TO DET-COPYLIB.                    261006MA
096300     MOVE MB-LAYOUT(MB-INDEX)  TO DET-LAYOUT.                     261006MA
096400     MOVE MB-COSMETIC(MB-INDEX) TO DET-COSMETIC.                  261006MA
096500     MOVE WS-TOTAL             TO DET-TOTAL.                      261006MA
096600     MOVE WS-RATE              TO DET-RATE.                       261006MA
096700     MOVE MB-PROGRAMS(MB-INDEX) TO DET-PROGRAMS.                  261006MA
096800     MOVE MB-LAST-DATE(MB-INDEX) TO DET-LAST-DATE.                261006MA
096900     IF MEMBER-IS-HOT                                             261006MA
097000        MOVE "HOT SPOT"        TO DET-FLAG                        261006MA
097100     ELSE                                                         261006MA
097200        MOVE SPACES            TO DET-FLAG                        261006MA
097300     END-IF.                                                      261006MA
097400     MOVE DETAIL-LINE          TO RPT-RECORD.                     261006MA
097500     WRITE RPT-RECORD.                                            261006MA
097600 E3000-EXIT.  EXIT.                                               261006MA
097700*                                                                 261006MA
097800*E1000-PARSE-STAMP reduces the DATELINE stamp in TS-WORK --       261006MA
097900*"FRI, AUG 22, 2026, 11:59 PM" -- to a numeric date.              261006MA
098000 E1000-PARSE-STAMP.                                               261006MA
098100     MOVE "N"                  TO TS-GOOD-SW.                     261006MA
098200     MOVE 0                    TO TS-DATE-NUM.                    261006MA
098300     MOVE SPACES               TO TS-DAYNAME TS-MONTH-DAY         261006MA
098400                                  TS-YEAR-X TS-TIME.              261006MA
098500     UNSTRING TS-WORK DELIMITED BY ", "                           261006MA
098600        INTO TS-DAYNAME, TS-MONTH-DAY, TS-YEAR-X, TS-TIME.        261006MA
098700     MOVE SPACES               TO TS-MON-X TS-DD-X.               261006MA
098800     UNSTRING TS-MONTH-DAY DELIMITED BY ALL " "                   261006MA
098900        INTO TS-MON-X, TS-DD-X.                                   261006MA
099000     IF TS-DD-X(2:1) = SPACE                                      261006MA
099100        MOVE TS-DD-X(1:1)      TO TS-DD-X(2:1)                    261006MA
099200        MOVE "0"               TO TS-DD-X(1:1)                    261006MA
099300     END-IF.                                                      261006MA
099400     MOVE 0                    TO TS-MONTH.                       261006MA
099500     MOVE 1                    TO MO-INDEX.                       261006MA
099600 E1000-HUNT.                                                      261006MA
099700     IF MO-INDEX > 12                                             261006MA
099800        GO TO E1000-EDIT.                                         261006MA
099900     IF MONTH-LIST((MO-INDEX * 3) - 2:3) = TS-MON-X               261006MA
100000        MOVE MO-INDEX          TO TS-MONTH                        261006MA
100100        GO TO E1000-EDIT.                                         261006MA
100200     ADD 1                     TO MO-INDEX.                       261006MA
100300     GO TO E1000-HUNT.                                            261006MA
100400 E1000-EDIT.                                                      261006MA
100500     IF TS-MONTH = 0                                              261006MA
100600        GO TO E1000-EXIT.                                         261006MA
100700     IF TS-YEAR-X(1:4) IS NOT NUMERIC                             261006MA
100800        GO TO E1000-EXIT.                                         261006MA
100900     IF TS-DD-X IS NOT NUMERIC                                    261006MA
101000        GO TO E1000-EXIT.                                         261006MA
101100     MOVE TS-YEAR-X(1:4)       TO TS-YEAR.                        261006MA
101200     MOVE TS-DD-X              TO TS-DAY.                         261006MA
101300     COMPUTE TS-DATE-NUM =                                        261006MA
101400         (TS-YEAR * 10000) + (TS-MONTH * 100) + TS-DAY.           261006MA
101500     MOVE "Y"                  TO TS-GOOD-SW.                     261006MA
101600 E1000-EXIT.  EXIT.                                               261006MA
101700*                                                                 261006MA
101800*E1200-DAY-NUMBER turns the YYYYMMDD date in WS-DN-DATE into a    261006MA
101900*running day count in WS-DN-DAYS, so two dates subtract to the    261006MA
102000*days between them across month and year ends.  A date that is    261006MA
102100*not a date counts as day zero.                                   261006MA
102200 E1200-DAY-NUMBER.                                                261006MA
102300     MOVE 0                    TO WS-DN-DAYS.                     261006MA
102400     IF WS-DN-YEAR = 0 OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12     261006MA
102500        GO TO E1200-EXIT.                                         261006MA
102600     COMPUTE WS-DN-PRIOR = WS-DN-YEAR - 1.                        261006MA
102700     DIVIDE WS-DN-PRIOR BY 4   GIVING WS-DN-Q4.                   261006MA
102800     DIVIDE WS-DN-PRIOR BY 100 GIVING WS-DN-Q100.                 261006MA
102900     DIVIDE WS-DN-PRIOR BY 400 GIVING WS-DN-Q400.                 261006MA
103000     COMPUTE WS-DN-DAYS = (WS-DN-PRIOR * 365)                     261006MA
103100         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400                     261006MA
103200         + MS-DAYS(WS-DN-MONTH) + WS-DN-DAY.                      261006MA
103300     IF WS-DN-MONTH > 2                                           261006MA
103400        IF FUNCTION MOD(WS-DN-YEAR, 4) = 0                        261006MA
103500           AND (FUNCTION MOD(WS-DN-YEAR, 100) NOT = 0             261006MA
103600                OR FUNCTION MOD(WS-DN-YEAR, 400) = 0)             261006MA
103700           ADD 1               TO WS-DN-DAYS                      261006MA
103800        END-IF                                                    261006MA
103900     END-IF.                                                      261006MA
104000 E1200-EXIT.  EXIT.                                               261006MA
104100*                                                                 261006MA
104200*E9200-PARSE-NUMBER turns the leading digits of WS-NUM-IN into    261006MA
104300*WS-NUM-VAL; anything other than digits then blanks is bad.       261006MA
104400 E9200-PARSE-NUMBER.                                              261006MA
104500     MOVE "N"                  TO WS-NUM-OK-SW.                   261006MA
104600     MOVE 0                    TO WS-NUM-VAL.                     261006MA
104700     MOVE 1                    TO WS-NUM-PTR.                     261006MA
104800 E9200-DIGIT.                                                     261006MA
104900     IF WS-NUM-PTR > 9                                            261006MA
105000        GO TO E9200-CHECK.                                        261006MA
105100     MOVE WS-NUM-IN(WS-NUM-PTR:1) TO WS-DIGIT-X.                  261006MA
105200     IF WS-DIGIT-X = SPACE                                        261006MA
105300        GO TO E9200-CHECK.                                        261006MA
105400     IF WS-DIGIT-X IS NOT NUMERIC                                 261006MA
105500        GO TO E9200-EXIT.                                         261006MA
105600     COMPUTE WS-NUM-VAL = (WS-NUM-VAL * 10) + WS-DIGIT-9.         261006MA
105700     ADD 1                     TO WS-NUM-PTR.                     261006MA
105800     GO TO E9200-DIGIT.                                           261006MA
105900 E9200-CHECK.                                                     261006MA
106000     IF WS-NUM-PTR = 1                                            261006MA
106100        GO TO E9200-EXIT.                                         261006MA
106200     IF WS-NUM-PTR > 9                                            261006MA
106300        MOVE "Y"               TO WS-NUM-OK-SW                    261006MA
106400        GO TO E9200-EXIT.                                         261006MA
106500     IF WS-NUM-IN(WS-NUM-PTR:) = SPACES                           261006MA
106600        MOVE "Y"               TO WS-NUM-OK-SW.                   261006MA
106700 E9200-EXIT.  EXIT.                                               261006MA
106800*                                                                 261006MA
106900*B9500-LOG-AUDIT-EVENT appends one record to the shared           261006MA
107000*CLAUDIT file through AUDLOG.                                     261006MA
107100 B9500-LOG-AUDIT-EVENT.                                           261006MA
107200     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261006MA
107300     IF RETURN-CODE NOT = 0                                       261006MA
107400        DISPLAY "CHRNRPT: audit log entry not recorded"           261006MA
107500     END-IF.                                                      261006MA
107600 B9500-EXIT.  EXIT.                                               261006MA
107700 END PROGRAM CHRNRPT.                                             261006MA
