000100******************************************************************261003MA
000200* CKOMAINT -- COPYLIB MEMBER CHECK-OUT REGISTER MAINTENANCE       261003MA
000300******************************************************************261003MA
000400 IDENTIFICATION DIVISION.                                         261003MA
000500 PROGRAM-ID.     CKOMAINT.                                        261003MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261003MA
000700 DATE-COMPILED.                                                   261003MA
000800*                   COPYRIGHT 2007                                261003MA
000900*          J3K Solutions All rights reserved.                     261003MA
001000*                                                                 261003MA
001100* CPYDIFF TELLS US AFTER THE FACT WHICH MEMBERS CHANGED SINCE     261003MA
001200* THE LAST CONVERSION, BUT NOT WHETHER ANYONE WAS ENTITLED TO     261003MA
001300* CHANGE THEM.  A DEVELOPER CHECKS A COPYLIB MEMBER OUT HERE      261003MA
001400* AGAINST A CHANGE-TICKET NUMBER BEFORE TOUCHING IT, AND CHECKS   261003MA
001500* IT BACK IN WHEN DONE.  THE CKOREG REGISTER KEEPS EVERY          261003MA
001600* CHECK-OUT, OPEN AND CLOSED, WITH WHO AND WHEN ON BOTH ENDS --   261003MA
001700* CKOCHK HOLDS THE NIGHT'S CLCHGMBR AGAINST IT.  A MEMBER CAN     261003MA
001800* HAVE ONLY ONE OPEN CHECK-OUT AT A TIME.  NOTHING IS EVER        261003MA
001900* DELETED FROM THE REGISTER: IT IS THE EVIDENCE THE AUDITORS      261003MA
002000* ASK FOR.  THE REGISTER IS HELD UNDER A RUNLOCK FOR THE WHOLE    261003MA
002100* SESSION, SO TWO DEVELOPERS CANNOT SAVE OVER EACH OTHER, AND     261003MA
002200* EVERY CHECK-OUT AND CHECK-IN IS RECORDED IN CLAUDIT.  SCREEN    261003MA
002300* HANDLING FOLLOWS CTLMAINT.                                      261003MA
002400*-----------------------------------------------------------------261003MA
002500* MODIFICATION HISTORY                                            261003MA
002600* 261003MA  INITIAL VERSION.                                      261003MA
002700*-----------------------------------------------------------------261003MA
002800*                                                                 261003MA
002900 ENVIRONMENT DIVISION.                                            261003MA
003000 CONFIGURATION SECTION.                                           261003MA
003100 SOURCE-COMPUTER. HP-3000.                                        261003MA
003200 OBJECT-COMPUTER. HP-3000.                                        261003MA
003300 SPECIAL-NAMES.                                                   261003MA
003400 CONDITION-CODE IS CC.                                            261003MA
003500*                                                                 261003MA
003600 INPUT-OUTPUT SECTION.                                            261003MA
003700 FILE-CONTROL.                                                    261003MA
003800*The member check-out register CKOCHK reads.                      261003MA
003900     SELECT CKOFILE  ASSIGN TO DUMMY USING WS-CKO-NAME.           261003MA
004000*                                                                 261003MA
004100 DATA DIVISION.                                                   261003MA
004200 FILE SECTION.                                                    261003MA
004300*One check-out per record.  Status O is open, C checked back      261003MA
004400*in; the out and in dates are YYYYMMDD, the in fields blank and   261003MA
004500*zero while the check-out is open.                                261003MA
004600 FD  CKOFILE DATA RECORD IS CKO-RECORD                            261003MA
004700     RECORD CONTAINS 80 CHARACTERS.                               261003MA
004800 01  CKO-RECORD.                                                  261003MA
004900     03  CKO-COPYLIB           PIC X(26).                         261003MA
005000     03  CKO-MEMBER            PIC X(08).                         261003MA
005100     03  CKO-TICKET            PIC X(12).                         261003MA
005200     03  CKO-STATUS            PIC X(01).                         261003MA
005300     03  CKO-OUT-BY            PIC X(08).                         261003MA
005400     03  CKO-OUT-DATE          PIC 9(08).                         261003MA
005500     03  CKO-IN-BY             PIC X(08).                         261003MA
005600     03  CKO-IN-DATE           PIC 9(08).                         261003MA
005700     03  FILLER                PIC X(01).                         261003MA
005800*                                                                 261003MA
005900 WORKING-STORAGE SECTION.                                         261003MA
006000*                                                                 261003MA
006100 01 WS-CKO-NAME             PIC X(34) VALUE SPACES.               261003MA
006200 01 WS-MENU-PICK            PIC X(01) VALUE SPACES.               261003MA
006300 01 WS-CONFIRM              PIC X(01) VALUE SPACES.               261003MA
006400 01 WS-ENTRY-X              PIC X(04) VALUE SPACES.               261003MA
006500 01 WS-ENTRY-NO             PIC 9(04) VALUE 0.                    261003MA
006600 01 WS-EDIT-OK-SW           PIC X(01) VALUE "N".                  261003MA
006700    88 EDIT-ACCEPTED                 VALUE "Y".                   261003MA
006800 01 WS-CHANGED-SW           PIC X(01) VALUE "N".                  261003MA
006900 01 WS-SHOWN-CT             PIC S9(04) COMP VALUE 0.              261003MA
007000*                                                                 261003MA
007100*Existence check through FFILEINFO, as in CTLMAINT.               261003MA
007200 01 WS-CHK-FILE             PIC X(34) VALUE SPACES.               261003MA
007300 01 WS-EXISTS-SW            PIC X(01) VALUE "N".                  261003MA
007400    88 FILE-EXISTS                   VALUE "Y".                   261003MA
007500 01 FF-ITEM-CHANGED-DATE    PIC S9(9) COMP SYNC VALUE 180.        261003MA
007600 01 FF-STATUS               PIC S9(9) COMP SYNC VALUE 0.          261003MA
007700 01 FF-ACTUAL-LEN           PIC S9(9) COMP SYNC VALUE 0.          261003MA
007800 01 WS-CHK-DATE             PIC X(27) VALUE SPACES.               261003MA
007900*                                                                 261003MA
008000*Check-out being entered.                                         261003MA
008100 01 ED-COPYLIB              PIC X(26) VALUE SPACES.               261003MA
008200 01 ED-MEMBER               PIC X(08) VALUE SPACES.               261003MA
008300 01 ED-TICKET               PIC X(12) VALUE SPACES.               261003MA
008400 01 ED-LIST-NO              PIC ZZZ9.                             261003MA
008500 01 ED-DAYS                 PIC ZZZZ9.                            261003MA
008600*                                                                 261003MA
008700*The whole register, held in memory while it is worked on and     261003MA
008800*rewritten when the developer leaves.                             261003MA
008900 77 CO-COUNT                PIC S9(04) COMP VALUE 0.              261003MA
009000 77 CO-INDEX                PIC S9(04) COMP VALUE 0.              261003MA
009100 77 MAX-CO-ENTRIES          PIC S9(04) COMP VALUE 3000.           261003MA
009200 01 CKO-TABLE.                                                    261003MA
009300    03 CO-ENTRY OCCURS 3000.                                      261003MA
009400       05 CO-COPYLIB         PIC X(26).                           261003MA
009500       05 CO-MEMBER          PIC X(08).                           261003MA
009600       05 CO-TICKET          PIC X(12).                           261003MA
009700       05 CO-STATUS          PIC X(01).                           261003MA
009800       05 CO-OUT-BY          PIC X(08).                           261003MA
009900       05 CO-OUT-DATE        PIC 9(08).                           261003MA
010000       05 CO-IN-BY           PIC X(08).                           261003MA
010100       05 CO-IN-DATE         PIC 9(08).                           261003MA
010200*                                                                 261003MA
010300*Free-form numeric input, as in CTLMAINT.                         261003MA
010400 01 WS-NUM-IN               PIC X(09) VALUE SPACES.               261003MA
010500 01 WS-NUM-VAL              PIC 9(09) VALUE 0.                    261003MA
010600 01 WS-NUM-PTR              PIC S9(04) COMP VALUE 0.              261003MA
010700 01 WS-NUM-OK-SW            PIC X(01) VALUE "N".                  261003MA
010800    88 NUMBER-GOOD                   VALUE "Y".                   261003MA
010900 01 WS-DIGIT-X              PIC X(01) VALUE SPACES.               261003MA
011000 01 WS-DIGIT-9 REDEFINES WS-DIGIT-X                               261003MA
011100                            PIC 9(01).                            261003MA
011200*                                                                 261003MA
011300*Today, from the DATELINE stamp, and the day counts the open      261003MA
011400*check-outs' ages are worked from.                                261003MA
011500 01 WS-TODAY                PIC 9(08) VALUE 0.                    261003MA
011600 01 WS-TODAY-DAYS           PIC S9(09) COMP VALUE 0.              261003MA
011700 01 WS-AGE-DAYS             PIC S9(09) COMP VALUE 0.              261003MA
011800 01 DATE-BUFF               PIC X(27) VALUE SPACES.               261003MA
011900*                                                                 261003MA
012000*DATELINE stamp parsing, as in STEPCHK.                           261003MA
012100 01 TS-WORK                 PIC X(27) VALUE SPACES.               261003MA
012200 01 TS-DAYNAME              PIC X(05) VALUE SPACES.               261003MA
012300 01 TS-MONTH-DAY            PIC X(08) VALUE SPACES.               261003MA
012400 01 TS-YEAR-X               PIC X(05) VALUE SPACES.               261003MA
012500 01 TS-TIME                 PIC X(09) VALUE SPACES.               261003MA
012600 01 TS-MON-X                PIC X(03) VALUE SPACES.               261003MA
012700 01 TS-DD-X                 PIC X(02) VALUE SPACES.               261003MA
012800 01 TS-YEAR                 PIC 9(04) VALUE 0.                    261003MA
012900 01 TS-MONTH                PIC 9(02) VALUE 0.                    261003MA
013000 01 TS-DAY                  PIC 9(02) VALUE 0.                    261003MA
013100 01 TS-DATE-NUM             PIC 9(08) VALUE 0.                    261003MA
013200 01 TS-GOOD-SW              PIC X(01) VALUE "N".                  261003MA
013300    88 TS-PARSED                      VALUE "Y".                  261003MA
013400 01 MONTH-LIST              PIC X(36) VALUE                       261003MA
013500        "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".                   261003MA
013600 01 MO-INDEX                PIC S9(04) COMP VALUE 0.              261003MA
013700*                                                                 261003MA
013800*Day-number arithmetic: days before each month in a common        261003MA
013900*year, for turning a YYYYMMDD date into a running day count.      261003MA
014000 01 MONTH-START-LIST.                                             261003MA
014100    03 FILLER               PIC X(36) VALUE                       261003MA
014200       "000031059090120151181212243273304334".                    261003MA
014300 01 MONTH-START-R REDEFINES MONTH-START-LIST.                     261003MA
014400    03 MS-DAYS              PIC 9(03) OCCURS 12.                  261003MA
014500 01 WS-DN-DATE              PIC 9(08) VALUE 0.                    261003MA
014600 01 WS-DN-DATE-R REDEFINES WS-DN-DATE.                            261003MA
014700    03 WS-DN-YEAR           PIC 9(04).                            261003MA
014800    03 WS-DN-MONTH          PIC 9(02).                            261003MA
014900    03 WS-DN-DAY            PIC 9(02).                            261003MA
015000 01 WS-DN-DAYS              PIC S9(09) COMP VALUE 0.              261003MA
015100 01 WS-DN-PRIOR             PIC S9(09) COMP VALUE 0.              261003MA
015200 01 WS-DN-Q4                PIC S9(09) COMP VALUE 0.              261003MA
015300 01 WS-DN-Q100              PIC S9(09) COMP VALUE 0.              261003MA
015400 01 WS-DN-Q400              PIC S9(09) COMP VALUE 0.              261003MA
015500*                                                                 261003MA
015600*Operator identity and audit-log request passed to AUDLOG.        261003MA
015700 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261003MA
015800 01 WS-AUDIT-REQUEST.                                             261003MA
015900    03 AR-PROGRAM-NAME         PIC X(08) VALUE "CKOMAINT".        261003MA
016000    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261003MA
016100    03 AR-EVENT                PIC X(06) VALUE SPACES.            261003MA
016200    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261003MA
016300    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261003MA
016400    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261003MA
016500*Register interlock -- the register is rewritten whole on         261003MA
016600*exit, so a second session would silently undo the first.         261003MA
016700 01 WS-LOCK-REQUEST.                                              261003MA
016800    03 LK-ACTION            PIC X(01) VALUE SPACE.                261003MA
016900    03 LK-RESOURCE          PIC X(16) VALUE "CKOREG".             261003MA
017000    03 LK-PROGRAM           PIC X(08) VALUE "CKOMAINT".           261003MA
017100    03 LK-OPERATOR          PIC X(08) VALUE SPACES.               261003MA
017200    03 LK-WAIT-SW           PIC X(01) VALUE "N".                  261003MA
017300    03 LK-HOLDER-PROGRAM    PIC X(08) VALUE SPACES.               261003MA
017400    03 LK-HOLDER-OPERATOR   PIC X(08) VALUE SPACES.               261003MA
017500    03 LK-HOLDER-STAMP      PIC X(27) VALUE SPACES.               261003MA
017600*                                                                 261003MA
017700*=================================================================261003MA
017800*Main logical flow                                                261003MA
017900*=================================================================261003MA
018000 PROCEDURE DIVISION.                                              261003MA
018100 BEGIN-0000.                                                      261003MA
018200     DISPLAY "CKOMAINT Version 1.00, Copyright J3K Solutions".    261003MA
018300     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261003MA
018400     PERFORM A0200-SET-TODAY THRU A0200-EXIT.                     261003MA
018500     DISPLAY "Register file name (blank for CKOREG): "            261003MA
018600             NO ADVANCING.                                        261003MA
018700     ACCEPT WS-CKO-NAME FREE.                                     261003MA
018800     IF WS-CKO-NAME = SPACES                                      261003MA
018900        MOVE "CKOREG"          TO WS-CKO-NAME.                    261003MA
019000     PERFORM B9600-TAKE-REG-LOCK THRU B9600-EXIT.                 261003MA
019100     PERFORM B1100-CKO-LOAD THRU B1100-EXIT.                      261003MA
019200 A0100-MAIN-MENU.                                                 261003MA
019300     DISPLAY " ".                                                 261003MA
019400     DISPLAY "CKOREG: O=check out I=check in L=list open "        261003MA
019500             "H=history X=save and exit".                         261003MA
019600     DISPLAY "Choice: " NO ADVANCING.                             261003MA
019700     ACCEPT WS-MENU-PICK FREE.                                    261003MA
019800     IF WS-MENU-PICK = "O" OR WS-MENU-PICK = "o"                  261003MA
019900        PERFORM B2000-CHECK-OUT THRU B2000-EXIT                   261003MA
020000        GO TO A0100-MAIN-MENU.                                    261003MA
020100     IF WS-MENU-PICK = "I" OR WS-MENU-PICK = "i"                  261003MA
020200        PERFORM B3000-CHECK-IN THRU B3000-EXIT                    261003MA
020300        GO TO A0100-MAIN-MENU.                                    261003MA
020400     IF WS-MENU-PICK = "L" OR WS-MENU-PICK = "l"                  261003MA
020500        PERFORM B1500-CKO-LIST-OPEN THRU B1500-EXIT               261003MA
020600        GO TO A0100-MAIN-MENU.                                    261003MA
020700     IF WS-MENU-PICK = "H" OR WS-MENU-PICK = "h"                  261003MA
020800        PERFORM B1600-CKO-HISTORY THRU B1600-EXIT                 261003MA
020900        GO TO A0100-MAIN-MENU.                                    261003MA
021000     IF WS-MENU-PICK = "X" OR WS-MENU-PICK = "x"                  261003MA
021100        PERFORM B1900-CKO-SAVE THRU B1900-EXIT                    261003MA
021200        PERFORM B9700-FREE-REG-LOCK THRU B9700-EXIT               261003MA
021300        DISPLAY "Normal termination of CKOMAINT run @ "           261003MA
021400                TIME-OF-DAY                                       261003MA
021500        STOP RUN.                                                 261003MA
021600     DISPLAY "Please answer O, I, L, H or X.".                    261003MA
021700     GO TO A0100-MAIN-MENU.                                       261003MA
021800 A0100-EXIT.  EXIT.                                               261003MA
021900*                                                                 261003MA
022000*A0150-SET-OPERATOR takes the developer's own ID -- it goes on    261003MA
022100*every check-out and check-in made in this session.               261003MA
022200 A0150-SET-OPERATOR.                                              261003MA
022300     DISPLAY "Enter developer ID: " NO ADVANCING.                 261003MA
022400     ACCEPT WS-OPERATOR FREE.                                     261003MA
022500     IF WS-OPERATOR = SPACES                                      261003MA
022600        DISPLAY "CKOMAINT: a developer ID is required"            261003MA
022700        GO TO A0150-SET-OPERATOR.                                 261003MA
022800     MOVE WS-OPERATOR          TO AR-OPERATOR LK-OPERATOR.        261003MA
022900 A0150-EXIT.  EXIT.                                               261003MA
023000*                                                                 261003MA
023100*A0200-SET-TODAY takes today's date from DATELINE.                261003MA
023200 A0200-SET-TODAY.                                                 261003MA
023300     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261003MA
023400     MOVE DATE-BUFF            TO TS-WORK.                        261003MA
023500     PERFORM E1000-PARSE-STAMP THRU E1000-EXIT.                   261003MA
023600     IF NOT TS-PARSED                                             261003MA
023700        DISPLAY "CKOMAINT: cannot read today's date"              261003MA
023800        MOVE 16                TO RETURN-CODE                     261003MA
023900        STOP RUN.                                                 261003MA
024000     MOVE TS-DATE-NUM          TO WS-TODAY WS-DN-DATE.            261003MA
024100     PERFORM E1200-DAY-NUMBER THRU E1200-EXIT.                    261003MA
024200     MOVE WS-DN-DAYS           TO WS-TODAY-DAYS.                  261003MA
024300 A0200-EXIT.  EXIT.                                               261003MA
024400*                                                                 261003MA
024500 B1100-CKO-LOAD.                                                  261003MA
024600     MOVE 0                    TO CO-COUNT.                       261003MA
024700     OPEN INPUT CKOFILE.                                          261003MA
024800     IF CC <> 0                                                   261003MA
024900        DISPLAY "CKOMAINT: " WS-CKO-NAME(1:8)                     261003MA
025000                " not found -- starting a new one"                261003MA
025100        GO TO B1100-EXIT                                          261003MA
025200     END-IF.                                                      261003MA
025300 B1110-READ.                                                      261003MA
025400     READ CKOFILE                                                 261003MA
025500        AT END                                                    261003MA
025600           GO TO B1190-DONE.                                      261003MA
025700     IF CO-COUNT >= MAX-CO-ENTRIES                                261003MA
025800        DISPLAY "CKOMAINT: register table full, remainder of "    261003MA
025900                "file not loaded -- nothing will be saved"        261003MA
026000        PERFORM B9700-FREE-REG-LOCK THRU B9700-EXIT               261003MA
026100        MOVE 16                TO RETURN-CODE                     261003MA
026200        STOP RUN.                                                 261003MA
026300     ADD 1                     TO CO-COUNT.                       261003MA
026400     MOVE CKO-COPYLIB          TO CO-COPYLIB(CO-COUNT).           261003MA
026500     MOVE CKO-MEMBER           TO CO-MEMBER(CO-COUNT).            261003MA
026600     MOVE CKO-TICKET           TO CO-TICKET(CO-COUNT).            261003MA
026700     MOVE CKO-STATUS           TO CO-STATUS(CO-COUNT).            261003MA
026800     MOVE CKO-OUT-BY           TO CO-OUT-BY(CO-COUNT).            261003MA
026900     MOVE CKO-OUT-DATE         TO CO-OUT-DATE(CO-COUNT).          261003MA
027000     MOVE CKO-IN-BY            TO CO-IN-BY(CO-COUNT).             261003MA
027100     MOVE CKO-IN-DATE          TO CO-IN-DATE(CO-COUNT).           261003MA
027200     GO TO B1110-READ.                                            261003MA
027300 B1190-DONE.                                                      261003MA
027400     CLOSE CKOFILE.                                               261003MA
027500     MOVE CO-COUNT             TO ED-LIST-NO.                     261003MA
027600     DISPLAY "CKOMAINT: " ED-LIST-NO " entries loaded.".          261003MA
027700 B1100-EXIT.  EXIT.                                               261003MA
027800*                                                                 261003MA
027900*B1500-CKO-LIST-OPEN shows every open check-out with its age.     261003MA
028000 B1500-CKO-LIST-OPEN.                                             261003MA
028100     MOVE 0                    TO WS-SHOWN-CT.                    261003MA
028200     MOVE 1                    TO CO-INDEX.                       261003MA
028300 B1510-NEXT.                                                      261003MA
028400     IF CO-INDEX > CO-COUNT                                       261003MA
028500        GO TO B1590-DONE.                                         261003MA
028600     IF CO-STATUS(CO-INDEX) = "O"                                 261003MA
028700        ADD 1                  TO WS-SHOWN-CT                     261003MA
028800        MOVE CO-INDEX          TO ED-LIST-NO                      261003MA
028900        MOVE CO-OUT-DATE(CO-INDEX) TO WS-DN-DATE                  261003MA
029000        PERFORM E1200-DAY-NUMBER THRU E1200-EXIT                  261003MA
029100        COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS          261003MA
029200        MOVE WS-AGE-DAYS       TO ED-DAYS                         261003MA
029300        DISPLAY ED-LIST-NO ": " CO-COPYLIB(CO-INDEX)              261003MA
029400                " " CO-MEMBER(CO-INDEX)                           261003MA
029500                " ticket=" CO-TICKET(CO-INDEX)                    261003MA
029600                " by=" CO-OUT-BY(CO-INDEX)                        261003MA
029700                " out=" CO-OUT-DATE(CO-INDEX)                     261003MA
029800                " days=" ED-DAYS                                  261003MA
029900     END-IF.                                                      261003MA
030000     ADD 1                     TO CO-INDEX.                       261003MA
030100     GO TO B1510-NEXT.                                            261003MA
030200 B1590-DONE.                                                      261003MA
030300     IF WS-SHOWN-CT = 0                                           261003MA
030400        DISPLAY "CKOMAINT: no open check-outs.".                  261003MA
030500 B1500-EXIT.  EXIT.                                               261003MA
030600*                                                                 261003MA
030700*B1600-CKO-HISTORY shows every check-out of one member, or of     261003MA
030800*everything when no member is given.                              261003MA
030900 B1600-CKO-HISTORY.                                               261003MA
031000     DISPLAY "Member (blank for all): " NO ADVANCING.             261003MA
031100     ACCEPT ED-MEMBER FREE.                                       261003MA
031200     INSPECT ED-MEMBER CONVERTING                                 261003MA
031300        "abcdefghijklmnopqrstuvwxyz" TO                           261003MA
031400        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261003MA
031500     MOVE 0                    TO WS-SHOWN-CT.                    261003MA
031600     MOVE 1                    TO CO-INDEX.                       261003MA
031700 B1610-NEXT.                                                      261003MA
031800     IF CO-INDEX > CO-COUNT                                       261003MA
031900        GO TO B1690-DONE.                                         261003MA
032000     IF ED-MEMBER = SPACES OR ED-MEMBER = CO-MEMBER(CO-INDEX)     261003MA
032100        ADD 1                  TO WS-SHOWN-CT                     261003MA
032200        MOVE CO-INDEX          TO ED-LIST-NO                      261003MA
032300        DISPLAY ED-LIST-NO ": " CO-COPYLIB(CO-INDEX)              261003MA
032400                " " CO-MEMBER(CO-INDEX)                           261003MA
032500                " ticket=" CO-TICKET(CO-INDEX)                    261003MA
032600                " " CO-STATUS(CO-INDEX)                           261003MA
032700        DISPLAY "      out=" CO-OUT-DATE(CO-INDEX)                261003MA
032800                " by " CO-OUT-BY(CO-INDEX)                        261003MA
032900                "  in=" CO-IN-DATE(CO-INDEX)                      261003MA
033000                " by " CO-IN-BY(CO-INDEX)                         261003MA
033100     END-IF.                                                      261003MA
033200     ADD 1                     TO CO-INDEX.                       261003MA
033300     GO TO B1610-NEXT.                                            261003MA
033400 B1690-DONE.                                                      261003MA
033500     IF WS-SHOWN-CT = 0                                           261003MA
033600        DISPLAY "CKOMAINT: no entries.".                          261003MA
033700 B1600-EXIT.  EXIT.                                               261003MA
033800*                                                                 261003MA
033900*B1900-CKO-SAVE rewrites the register when anything changed.      261003MA
034000 B1900-CKO-SAVE.                                                  261003MA
034100     IF WS-CHANGED-SW NOT = "Y"                                   261003MA
034200        DISPLAY "CKOMAINT: no changes -- register not rewritten"  261003MA
034300        GO TO B1900-EXIT.                                         261003MA
034400     OPEN OUTPUT CKOFILE.                                         261003MA
034500     IF CC <> 0                                                   261003MA
034600        DISPLAY "CKOMAINT: cannot rewrite " WS-CKO-NAME(1:8)      261003MA
034700                " -- this session's changes are lost"             261003MA
034800        GO TO B1900-EXIT                                          261003MA
034900     END-IF.                                                      261003MA
035000     MOVE 1                    TO CO-INDEX.                       261003MA
035100 B1910-NEXT.                                                      261003MA
035200     IF CO-INDEX > CO-COUNT                                       261003MA
035300        GO TO B1990-DONE.                                         261003MA
035400     MOVE SPACES               TO CKO-RECORD.                     261003MA
035500     MOVE CO-COPYLIB(CO-INDEX)  TO CKO-COPYLIB.                   261003MA
035600     MOVE CO-MEMBER(CO-INDEX)   TO CKO-MEMBER.                    261003MA
035700     MOVE CO-TICKET(CO-INDEX)   TO CKO-TICKET.                    261003MA
035800     MOVE CO-STATUS(CO-INDEX)   TO CKO-STATUS.                    261003MA
035900     MOVE CO-OUT-BY(CO-INDEX)   TO CKO-OUT-BY.                    261003MA
036000     MOVE CO-OUT-DATE(CO-INDEX) TO CKO-OUT-DATE.                  261003MA
036100     MOVE CO-IN-BY(CO-INDEX)    TO CKO-IN-BY.                     261003MA
036200     MOVE CO-IN-DATE(CO-INDEX)  TO CKO-IN-DATE.                   261003MA
036300     WRITE CKO-RECORD.                                            261003MA
036400     ADD 1                     TO CO-INDEX.                       261003MA
036500     GO TO B1910-NEXT.                                            261003MA
036600 B1990-DONE.                                                      261003MA
036700     CLOSE CKOFILE.                                               261003MA
036800     MOVE CO-COUNT             TO ED-LIST-NO.                     261003MA
036900     DISPLAY "CKOMAINT: " ED-LIST-NO " entries written to "       261003MA
037000             WS-CKO-NAME(1:8).                                    261003MA
037100 B1900-EXIT.  EXIT.                                               261003MA
037200*                                                                 261003MA
037300*=========================================================        261003MA
037400*Check-out.                                                       261003MA
037500*=========================================================        261003MA
037600*B2000-CHECK-OUT takes the copylib, member and ticket, refuses    261003MA
037700*a member already checked out, and opens the entry.  A lone       261003MA
037800*"/" in the copylib name abandons the check-out.                  261003MA
037900 B2000-CHECK-OUT.                                                 261003MA
038000     IF CO-COUNT >= MAX-CO-ENTRIES                                261003MA
038100        DISPLAY "CKOMAINT: register table full"                   261003MA
038200        GO TO B2000-EXIT.                                         261003MA
038300     MOVE "N"                  TO WS-EDIT-OK-SW.                  261003MA
038400 B2010-COPYLIB.                                                   261003MA
038500     DISPLAY "Copylib (/ to abandon): " NO ADVANCING.             261003MA
038600     ACCEPT ED-COPYLIB FREE.                                      261003MA
038700     IF ED-COPYLIB = "/"                                          261003MA
038800        GO TO B2000-EXIT.                                         261003MA
038900     IF ED-COPYLIB = SPACES                                       261003MA
039000        DISPLAY "A copylib name is required."                     261003MA
039100        GO TO B2010-COPYLIB.                                      261003MA
039200     INSPECT ED-COPYLIB CONVERTING                                261003MA
039300        "abcdefghijklmnopqrstuvwxyz" TO                           261003MA
039400        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261003MA
039500     MOVE ED-COPYLIB           TO WS-CHK-FILE.                    261003MA
039600     PERFORM E9000-CHECK-EXISTS THRU E9000-EXIT.                  261003MA
039700     IF NOT FILE-EXISTS                                           261003MA
039800        DISPLAY "CKOMAINT: " ED-COPYLIB " does not exist."        261003MA
039900        GO TO B2010-COPYLIB.                                      261003MA
040000 B2020-MEMBER.                                                    261003MA
040100     DISPLAY "Member: " NO ADVANCING.                             261003MA
040200     ACCEPT ED-MEMBER FREE.                                       261003MA
040300     IF ED-MEMBER = SPACES                                        261003MA
040400        DISPLAY "A member name is required."                      261003MA
040500        GO TO B2020-MEMBER.                                       261003MA
040600     INSPECT ED-MEMBER CONVERTING                                 261003MA
040700        "abcdefghijklmnopqrstuvwxyz" TO                           261003MA
040800        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261003MA
040900     PERFORM E2000-FIND-OPEN THRU E2000-EXIT.                     261003MA
041000     IF CO-INDEX > 0                                              261003MA
041100        DISPLAY "CKOMAINT: " ED-MEMBER " is already checked out " 261003MA
041200                "by " CO-OUT-BY(CO-INDEX) " on "                  261003MA
041300                CO-OUT-DATE(CO-INDEX) " ticket "                  261003MA
041400                CO-TICKET(CO-INDEX)                               261003MA
041500        GO TO B2000-EXIT.                                         261003MA
041600 B2030-TICKET.                                                    261003MA
041700     DISPLAY "Change ticket number: " NO ADVANCING.               261003MA
041800     ACCEPT ED-TICKET FREE.                                       261003MA
041900     IF ED-TICKET = SPACES                                        261003MA
042000        DISPLAY "A change ticket is required."                    261003MA
042100        GO TO B2030-TICKET.                                       261003MA
042200     ADD 1                     TO CO-COUNT.                       261003MA
042300     MOVE ED-COPYLIB           TO CO-COPYLIB(CO-COUNT).           261003MA
042400     MOVE ED-MEMBER            TO CO-MEMBER(CO-COUNT).            261003MA
042500     MOVE ED-TICKET            TO CO-TICKET(CO-COUNT).            261003MA
042600     MOVE "O"                  TO CO-STATUS(CO-COUNT).            261003MA
042700     MOVE WS-OPERATOR          TO CO-OUT-BY(CO-COUNT).            261003MA
042800     MOVE WS-TODAY             TO CO-OUT-DATE(CO-COUNT).          261003MA
042900     MOVE SPACES               TO CO-IN-BY(CO-COUNT).             261003MA
043000     MOVE 0                    TO CO-IN-DATE(CO-COUNT).           261003MA
043100     MOVE "Y"                  TO WS-CHANGED-SW.                  261003MA
043200     MOVE "CHKOUT"             TO AR-EVENT.                       261003MA
043300     MOVE "OK"                 TO AR-OUTCOME.                     261003MA
043400     MOVE ED-COPYLIB           TO AR-PARM-1.                      261003MA
043500     MOVE ED-MEMBER            TO AR-PARM-2.                      261003MA
043600     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261003MA
043700     DISPLAY "CKOMAINT: " ED-MEMBER " checked out.".              261003MA
043800 B2000-EXIT.  EXIT.                                               261003MA
043900*                                                                 261003MA
044000*=========================================================        261003MA
044100*Check-in.                                                        261003MA
044200*=========================================================        261003MA
044300*B3000-CHECK-IN closes an open check-out.  Closing another        261003MA
044400*developer's check-out is allowed -- a lead tidying up after      261003MA
044500*someone who has left -- but asks first.                          261003MA
044600 B3000-CHECK-IN.                                                  261003MA
044700     PERFORM B1500-CKO-LIST-OPEN THRU B1500-EXIT.                 261003MA
044800     IF WS-SHOWN-CT = 0                                           261003MA
044900        GO TO B3000-EXIT.                                         261003MA
045000     PERFORM E9100-PICK-ENTRY THRU E9100-EXIT.                    261003MA
045100     IF WS-ENTRY-NO = 0 OR WS-ENTRY-NO > CO-COUNT                 261003MA
045200        DISPLAY "CKOMAINT: no such entry."                        261003MA
045300        GO TO B3000-EXIT.                                         261003MA
045400     MOVE WS-ENTRY-NO          TO CO-INDEX.                       261003MA
045500     IF CO-STATUS(CO-INDEX) NOT = "O"                             261003MA
045600        DISPLAY "CKOMAINT: entry is not checked out."             261003MA
045700        GO TO B3000-EXIT.                                         261003MA
045800     IF CO-OUT-BY(CO-INDEX) NOT = WS-OPERATOR                     261003MA
045900        DISPLAY "Checked out by " CO-OUT-BY(CO-INDEX)             261003MA
046000                " -- check in anyway, Y/N: " NO ADVANCING         261003MA
046100        ACCEPT WS-CONFIRM FREE                                    261003MA
046200        IF WS-CONFIRM NOT = "Y"                                   261003MA
046300           DISPLAY "CKOMAINT: not checked in."                    261003MA
046400           GO TO B3000-EXIT                                       261003MA
046500        END-IF                                                    261003MA
046600     END-IF.                                                      261003MA
046700     MOVE "C"                  TO CO-STATUS(CO-INDEX).            261003MA
046800     MOVE WS-OPERATOR          TO CO-IN-BY(CO-INDEX).             261003MA
046900     MOVE WS-TODAY             TO CO-IN-DATE(CO-INDEX).           261003MA
047000     MOVE "Y"                  TO WS-CHANGED-SW.                  261003MA
047100     MOVE "CHKIN"              TO AR-EVENT.                       261003MA
047200     MOVE "OK"                 TO AR-OUTCOME.                     261003MA
047300     MOVE CO-COPYLIB(CO-INDEX) TO AR-PARM-1.                      261003MA
047400     MOVE CO-MEMBER(CO-INDEX)  TO AR-PARM-2.                      261003MA
047500     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261003MA
047600     DISPLAY "CKOMAINT: " CO-MEMBER(CO-INDEX) " checked in.".     261003MA
047700 B3000-EXIT.  EXIT.                                               261003MA
047800*                                                                 261003MA
047900*E1000-PARSE-STAMP reduces the DATELINE stamp in TS-WORK --       261003MA
048000*"FRI, AUG 22, 2026, 11:59 PM" -- to a numeric date.              261003MA
048100 E1000-PARSE-STAMP.                                               261003MA
048200     MOVE "N"                  TO TS-GOOD-SW.                     261003MA
048300     MOVE 0                    TO TS-DATE-NUM.                    261003MA
048400     MOVE SPACES               TO TS-DAYNAME TS-MONTH-DAY         261003MA
048500                                  TS-YEAR-X TS-TIME.              261003MA
048600     UNSTRING TS-WORK DELIMITED BY ", "                           261003MA
048700        INTO TS-DAYNAME, TS-MONTH-DAY, TS-YEAR-X, TS-TIME.        261003MA
048800     MOVE SPACES               TO TS-MON-X TS-DD-X.               261003MA
048900     UNSTRING TS-MONTH-DAY DELIMITED BY ALL " "                   261003MA
049000        INTO TS-MON-X, TS-DD-X.                                   261003MA
049100     IF TS-DD-X(2:1) = SPACE                                      261003MA
049200        MOVE TS-DD-X(1:1)      TO TS-DD-X(2:1)                    261003MA
049300        MOVE "0"               TO TS-DD-X(1:1)                    261003MA
049400     END-IF.                                                      261003MA
049500     MOVE 0                    TO TS-MONTH.                       261003MA
049600     MOVE 1                    TO MO-INDEX.                       261003MA
049700 E1000-HUNT.                                                      261003MA
049800     IF MO-INDEX > 12                                             261003MA
049900        GO TO E1000-EDIT.                                         261003MA
050000     IF MONTH-LIST((MO-INDEX * 3) - 2:3) = TS-MON-X               261003MA
050100        MOVE MO-INDEX          TO TS-MONTH                        261003MA
050200        GO TO E1000-EDIT.                                         261003MA
050300     ADD 1                     TO MO-INDEX.                       261003MA
050400     GO TO E1000-HUNT.                                            261003MA
050500 E1000-EDIT.                                                      261003MA
050600     IF TS-MONTH = 0                                              261003MA
050700        GO TO E1000-EXIT.                                         261003MA
050800     IF TS-YEAR-X(1:4) IS NOT NUMERIC                             261003MA
050900        GO TO E1000-EXIT.                                         261003MA
051000     IF TS-DD-X IS NOT NUMERIC                                    261003MA
051100        GO TO E1000-EXIT.                                         261003MA
051200     MOVE TS-YEAR-X(1:4)       TO TS-YEAR.                        261003MA
051300     MOVE TS-DD-X              TO TS-DAY.                         261003MA
051400     COMPUTE TS-DATE-NUM =                                        261003MA
051500         (TS-YEAR * 10000) + (TS-MONTH * 100) + TS-DAY.           261003MA
051600     MOVE "Y"                  TO TS-GOOD-SW.                     261003MA
051700 E1000-EXIT.  EXIT.                                               261003MA
051800*                                                                 261003MA
051900*E1200-DAY-NUMBER turns the YYYYMMDD date in WS-DN-DATE into a    261003MA
052000*running day count in WS-DN-DAYS, so two dates subtract to the    261003MA
052100*days between them across month and year ends.  A date that is    261003MA
052200*not a date counts as day zero.                                   261003MA
052300 E1200-DAY-NUMBER.                                                261003MA
052400     MOVE 0                    TO WS-DN-DAYS.                     261003MA
052500     IF WS-DN-YEAR = 0 OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12     261003MA
052600        GO TO E1200-EXIT.                                         261003MA
052700     COMPUTE WS-DN-PRIOR = WS-DN-YEAR - 1.                        261003MA
052800     DIVIDE WS-DN-PRIOR BY 4   GIVING WS-DN-Q4.                   261003MA
052900     DIVIDE WS-DN-PRIOR BY 100 GIVING WS-DN-Q100.                 261003MA
053000     DIVIDE WS-DN-PRIOR BY 400 GIVING WS-DN-Q400.                 261003MA
053100     COMPUTE WS-DN-DAYS = (WS-DN-PRIOR * 365)                     261003MA
053200         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400                     261003MA
053300         + MS-DAYS(WS-DN-MONTH) + WS-DN-DAY.                      261003MA
053400     IF WS-DN-MONTH > 2                                           261003MA
053500        IF FUNCTION MOD(WS-DN-YEAR, 4) = 0                        261003MA
053600           AND (FUNCTION MOD(WS-DN-YEAR, 100) NOT = 0             261003MA
053700                OR FUNCTION MOD(WS-DN-YEAR, 400) = 0)             261003MA
053800           ADD 1               TO WS-DN-DAYS                      261003MA
053900        END-IF                                                    261003MA
054000     END-IF.                                                      261003MA
054100 E1200-EXIT.  EXIT.                                               261003MA
054200*                                                                 261003MA
054300*E2000-FIND-OPEN finds the open check-out of ED-COPYLIB and       261003MA
054400*ED-MEMBER; CO-INDEX is zero when there is none.                  261003MA
054500 E2000-FIND-OPEN.                                                 261003MA
054600     MOVE 1                    TO CO-INDEX.                       261003MA
054700 E2010-NEXT.                                                      261003MA
054800     IF CO-INDEX > CO-COUNT                                       261003MA
054900        MOVE 0                 TO CO-INDEX                        261003MA
055000        GO TO E2000-EXIT.                                         261003MA
055100     IF CO-STATUS(CO-INDEX) = "O"                                 261003MA
055200        AND CO-COPYLIB(CO-INDEX) = ED-COPYLIB                     261003MA
055300        AND CO-MEMBER(CO-INDEX) = ED-MEMBER                       261003MA
055400        GO TO E2000-EXIT.                                         261003MA
055500     ADD 1                     TO CO-INDEX.                       261003MA
055600     GO TO E2010-NEXT.                                            261003MA
055700 E2000-EXIT.  EXIT.                                               261003MA
055800*                                                                 261003MA
055900*E9000-CHECK-EXISTS asks FFILEINFO whether the named file is      261003MA
056000*really out there.                                                261003MA
056100 E9000-CHECK-EXISTS.                                              261003MA
056200     MOVE "N"                  TO WS-EXISTS-SW.                   261003MA
056300     MOVE SPACES               TO WS-CHK-DATE.                    261003MA
056400     CALL INTRINSIC "FFILEINFO" USING WS-CHK-FILE,                261003MA
056500                                      FF-ITEM-CHANGED-DATE,       261003MA
056600                                      FF-STATUS,                  261003MA
056700                                      WS-CHK-DATE,                261003MA
056800                                      FF-ACTUAL-LEN.              261003MA
056900     IF FF-STATUS = 0                                             261003MA
057000        MOVE "Y"               TO WS-EXISTS-SW                    261003MA
057100     END-IF.                                                      261003MA
057200 E9000-EXIT.  EXIT.                                               261003MA
057300*                                                                 261003MA
057400 E9100-PICK-ENTRY.                                                261003MA
057500     MOVE 0                    TO WS-ENTRY-NO.                    261003MA
057600     DISPLAY "Entry number: " NO ADVANCING.                       261003MA
057700     ACCEPT WS-ENTRY-X FREE.                                      261003MA
057800     MOVE SPACES               TO WS-NUM-IN.                      261003MA
057900     MOVE WS-ENTRY-X           TO WS-NUM-IN(1:4).                 261003MA
058000     PERFORM E9200-PARSE-NUMBER THRU E9200-EXIT.                  261003MA
058100     IF NUMBER-GOOD                                               261003MA
058200        MOVE WS-NUM-VAL        TO WS-ENTRY-NO                     261003MA
058300     END-IF.                                                      261003MA
058400     MOVE SPACES               TO WS-ENTRY-X.                     261003MA
058500 E9100-EXIT.  EXIT.                                               261003MA
058600*                                                                 261003MA
058700*E9200-PARSE-NUMBER turns the leading digits of WS-NUM-IN into    261003MA
058800*WS-NUM-VAL; anything other than digits then blanks is bad.       261003MA
058900 E9200-PARSE-NUMBER.                                              261003MA
059000     MOVE "N"                  TO WS-NUM-OK-SW.                   261003MA
059100     MOVE 0                    TO WS-NUM-VAL.                     261003MA
059200     MOVE 1                    TO WS-NUM-PTR.                     261003MA
059300 E9200-DIGIT.                                                     261003MA
059400     IF WS-NUM-PTR > 9                                            261003MA
059500        GO TO E9200-CHECK.                                        261003MA
059600     MOVE WS-NUM-IN(WS-NUM-PTR:1) TO WS-DIGIT-X.                  261003MA
059700     IF WS-DIGIT-X = SPACE                                        261003MA
059800        GO TO E9200-CHECK.                                        261003MA
059900     IF WS-DIGIT-X IS NOT NUMERIC                                 261003MA
060000        GO TO E9200-EXIT.                                         261003MA
060100     COMPUTE WS-NUM-VAL = (WS-NUM-VAL * 10) + WS-DIGIT-9.         261003MA
060200     ADD 1                     TO WS-NUM-PTR.                     261003MA
060300     GO TO E9200-DIGIT.                                           261003MA
060400 E9200-CHECK.                                                     261003MA
060500     IF WS-NUM-PTR = 1                                            261003MA
060600        GO TO E9200-EXIT.                                         261003MA
060700     IF WS-NUM-PTR > 9                                            261003MA
060800        MOVE "Y"               TO WS-NUM-OK-SW                    261003MA
060900        GO TO E9200-EXIT.                                         261003MA
061000     IF WS-NUM-IN(WS-NUM-PTR:) = SPACES                           261003MA
061100        MOVE "Y"               TO WS-NUM-OK-SW.                   261003MA
061200 E9200-EXIT.  EXIT.                                               261003MA
061300*                                                                 261003MA
061400*B9500-LOG-AUDIT-EVENT appends one record to the shared           261003MA
061500*CLAUDIT file through AUDLOG.                                     261003MA
061600 B9500-LOG-AUDIT-EVENT.                                           261003MA
061700     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261003MA
061800     IF RETURN-CODE NOT = 0                                       261003MA
061900        DISPLAY "CKOMAINT: audit log entry not recorded"          261003MA
062000     END-IF.                                                      261003MA
062100 B9500-EXIT.  EXIT.                                               261003MA
062200*                                                                 261003MA
062300*B9600-TAKE-REG-LOCK holds the register for the session; a        261003MA
062400*developer finding it held is told by whom and sent away.         261003MA
062500 B9600-TAKE-REG-LOCK.                                             261003MA
062600     MOVE "L"                  TO LK-ACTION.                      261003MA
062700     CALL "RUNLOCK" USING WS-LOCK-REQUEST.                        261003MA
062800     IF RETURN-CODE NOT = 0                                       261003MA
062900        DISPLAY "CKOMAINT: the register is in use by "            261003MA
063000                LK-HOLDER-PROGRAM " (" LK-HOLDER-OPERATOR         261003MA
063100                ") since " LK-HOLDER-STAMP                        261003MA
063200        MOVE 16                TO RETURN-CODE                     261003MA
063300        STOP RUN                                                  261003MA
063400     END-IF.                                                      261003MA
063500 B9600-EXIT.  EXIT.                                               261003MA
063600*                                                                 261003MA
063700 B9700-FREE-REG-LOCK.                                             261003MA
063800     MOVE "U"                  TO LK-ACTION.                      261003MA
063900     CALL "RUNLOCK" USING WS-LOCK-REQUEST.                        261003MA
064000 B9700-EXIT.  EXIT.                                               261003MA
064100 END PROGRAM CKOMAINT.                                            261003MA
