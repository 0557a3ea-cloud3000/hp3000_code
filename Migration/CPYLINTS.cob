000100******************************************************************261009MA
000200* CPYLINT -- COPYLIB TRANSFER-DAMAGE AND STANDARDS LINT           261009MA
000300******************************************************************261009MA
000400 IDENTIFICATION DIVISION.                                         261009MA
000500 PROGRAM-ID.     CPYLINT.                                         261009MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261009MA
000700 DATE-COMPILED.                                                   261009MA
000800*                   COPYRIGHT 2007                                261009MA
000900*          J3K Solutions All rights reserved.                     261009MA
001000*                                                                 261009MA
001100* CL2HTML AND CPYLAYT PUBLISH WHATEVER THE COPYLIB HOLDS, SO A    261009MA
001200* MEMBER MANGLED IN TRANSFER OR WRITTEN AGAINST SHOP STANDARDS    261009MA
001300* GOES STRAIGHT ONTO THE PAGES.  THIS LINT READS EVERY MEMBER OF  261009MA
001400* EVERY COPYLIB NAMED IN THE HTMLCTL CONTROL FILE (THE SAME FILE  261009MA
001500* THAT DRIVES CL2HTML) BEFORE THE CONVERSION STEP AND RATES EACH  261009MA
001600* FINDING AN ERROR OR A WARNING.                                  261009MA
001700*                                                                 261009MA
001800* TRANSFER DAMAGE, ALL ERRORS: NON-PRINTABLE BYTES, TAB           261009MA
001900* CHARACTERS, RECORDS TRUNCATED IN TRANSFER (NULL-FILLED TO       261009MA
002000* THE END), TEXT RUN PAST COLUMN 72 INTO THE MEMBER-NAME          261009MA
002100* COLUMNS, AND RECORDS WITH NO MEMBER NAME IN COLUMNS 73-80.      261009MA
002200* A LINE WHOSE COLUMNS 73-80 CARRY A NAME THAT IS NOT A MEMBER    261009MA
002300* NAME, OR A NAME THAT SHOWS UP FOR ONE RECORD IN THE MIDDLE OF   261009MA
002400* ANOTHER MEMBER, IS TEXT PAST COLUMN 72.                         261009MA
002500*                                                                 261009MA
002600* SHOP STANDARDS, CHECKED ON EVERY DATA ENTRY: LEVEL NUMBERS      261009MA
002700* THAT ARE NOT VALID OR DO NOT LINE UP WITH AN ENCLOSING LEVEL,   261009MA
002800* AND ENTRIES WITH NO TERMINATING PERIOD, ARE ERRORS; A ONE-      261009MA
002900* DIGIT LEVEL NUMBER, COMP WITHOUT SYNC, AN UNSIGNED PIC 9        261009MA
003000* AMOUNT FIELD AND A FIELD NAME DEFINED TWICE IN ONE MEMBER ARE   261009MA
003100* WARNINGS.                                                       261009MA
003200*                                                                 261009MA
003300* RUN INFO IS THE CONTROL FILE NAME (BLANK FOR HTMLCTL).  THE     261009MA
003400* REPORT GOES TO LINTRPT.  ENDS 1 WHEN ANY ERROR IS FOUND, SO     261009MA
003500* THE STREAM STOPS BEFORE BAD PAGES ARE PUBLISHED; WARNINGS       261009MA
003600* ALONE LEAVE THE RUN CLEAN.                                      261009MA
003700*-----------------------------------------------------------------261009MA
003800* MODIFICATION HISTORY                                            261009MA
003900* 261009MA  INITIAL VERSION.                                      261009MA
004000*-----------------------------------------------------------------261009MA
004100*                                                                 261009MA
004200 ENVIRONMENT DIVISION.                                            261009MA
004300 CONFIGURATION SECTION.                                           261009MA
004400 SOURCE-COMPUTER. HP-3000.                                        261009MA
004500 OBJECT-COMPUTER. HP-3000.                                        261009MA
004600 SPECIAL-NAMES.                                                   261009MA
004700 CONDITION-CODE IS CC.                                            261009MA
004800*                                                                 261009MA
004900 INPUT-OUTPUT SECTION.                                            261009MA
005000 FILE-CONTROL.                                                    261009MA
005100     SELECT CTLFILE  ASSIGN TO DUMMY USING WS-CTLFILE-NAME.       261009MA
005200     SELECT INFILE   ASSIGN TO DUMMY USING WS-COPYLIB.            261009MA
005300     SELECT RPTFILE  ASSIGN TO "LINTRPT,,,,5000".                 261009MA
005400*                                                                 261009MA
005500 DATA DIVISION.                                                   261009MA
005600 FILE SECTION.                                                    261009MA
005700*Same control file CL2HTML reads in batch mode -- only the        261009MA
005800*copylib name matters here.                                       261009MA
005900 FD  CTLFILE                                                      261009MA
006000     RECORD CONTAINS 788 CHARACTERS.                              261009MA
006100 01  CTL-RECORD.                                                  261009MA
006200     03  CTL-COPYLIB          PIC X(26).                          261009MA
006300     03  CTL-DEST-FILE        PIC X(254).                         261009MA
006400     03  CTL-INDEX-FILE       PIC X(254).                         261009MA
006500     03  CTL-LAYOUT-FILE      PIC X(254).                         261009MA
006600*                                                                 261009MA
006700 FD  INFILE                                                       261009MA
006800     RECORD CONTAINS 86 CHARACTERS.                               261009MA
006900 01  INFILE-RECORD            PIC X(86).                          261009MA
007000*                                                                 261009MA
007100 FD  RPTFILE                                                      261009MA
007200     RECORD CONTAINS 132 CHARACTERS.                              261009MA
007300 01  RPT-RECORD               PIC X(132).                         261009MA
007400*                                                                 261009MA
007500 WORKING-STORAGE SECTION.                                         261009MA
007600*                                                                 261009MA
007700 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              261009MA
007800 01 WS-CTLFILE-NAME         PIC X(254) VALUE SPACES.              261009MA
007900 01 WS-COPYLIB              PIC X(26)  VALUE SPACES.              261009MA
008000 01 SAVE-NAME               PIC X(08)  VALUE SPACES.              261009MA
008100*                                                                 261009MA
008200*The copylibs named in the control file.                          261009MA
008300 77 LB-COUNT                PIC S9(04) COMP VALUE 0.              261009MA
008400 77 LB-INDEX                PIC S9(04) COMP VALUE 0.              261009MA
008500 77 MAX-LB-ENTRIES          PIC S9(04) COMP VALUE 100.            261009MA
008600 01 LIB-TABLE.                                                    261009MA
008700    03 LB-ENTRY              PIC X(26) OCCURS 100.                261009MA
008800*                                                                 261009MA
008900*The record just read, the record being checked, and a record     261009MA
009000*held back one read while its member name is proved -- a name     261009MA
009100*seen for one record inside another member is text that ran       261009MA
009200*past column 72, not a new member.                                261009MA
009300 01 WS-IN-REC.                                                    261009MA
009400    03 WI-CODE               PIC X(72).                           261009MA
009500    03 WI-NAME               PIC X(08).                           261009MA
009600    03                       PIC X(06).                           261009MA
009700 01 WS-REC.                                                       261009MA
009800    03 WR-CODE               PIC X(72).                           261009MA
009900    03 WR-NAME               PIC X(08).                           261009MA
010000    03                       PIC X(06).                           261009MA
010100 01 WS-REC-TEXT REDEFINES WS-REC.                                 261009MA
010200    03 WR-TEXT               PIC X(80).                           261009MA
010300    03                       PIC X(06).                           261009MA
010400 01 WS-HOLD-REC             PIC X(86)  VALUE SPACES.              261009MA
010500 01 WS-HOLD-REC-R REDEFINES WS-HOLD-REC.                          261009MA
010600    03                       PIC X(72).                           261009MA
010700    03 WH-NAME               PIC X(08).                           261009MA
010800    03                       PIC X(06).                           261009MA
010900 01 WS-HOLD-SW              PIC X(01)  VALUE "N".                 261009MA
011000    88 RECORD-HELD                     VALUE "Y".                 261009MA
011100 01 WS-OVERFLOW-SW          PIC X(01)  VALUE "N".                 261009MA
011200    88 NAME-IS-OVERFLOW                VALUE "Y".                 261009MA
011300 01 WS-NAME-SW              PIC X(01)  VALUE SPACE.               261009MA
011400    88 NAME-VALID                      VALUE "V".                 261009MA
011500    88 NAME-BLANK                      VALUE "B".                 261009MA
011600    88 NAME-INVALID                    VALUE "I".                 261009MA
011700    88 RECORD-TRUNCATED                VALUE "T".                 261009MA
011800 77 WS-REC-NO               PIC S9(09) COMP VALUE 0.              261009MA
011900 77 WS-HOLD-NO              PIC S9(09) COMP VALUE 0.              261009MA
012000 77 WS-PROC-NO              PIC S9(09) COMP VALUE 0.              261009MA
012100*                                                                 261009MA
012200*Byte scanning.  Every printable character converts to a space,   261009MA
012300*so whatever is left non-blank is damage; the tab is the low      261009MA
012400*byte of a binary 9, the same way AUDLOG builds its carriage      261009MA
012500*return.                                                          261009MA
012600 01 PRINTABLE-SET.                                                261009MA
012700    03 FILLER                PIC X(16) VALUE " !""#$%&'()*+,-./". 261009MA
012800    03 FILLER                PIC X(16) VALUE "0123456789:;<=>?".  261009MA
012900    03 FILLER                PIC X(16) VALUE "@ABCDEFGHIJKLMNO".  261009MA
013000    03 FILLER                PIC X(16) VALUE "PQRSTUVWXYZ[\]^_".  261009MA
013100    03 FILLER                PIC X(16) VALUE "`abcdefghijklmno".  261009MA
013200    03 FILLER                PIC X(15) VALUE "pqrstuvwxyz{|}~".   261009MA
013300 01 BLANK-SET               PIC X(95)  VALUE SPACES.              261009MA
013400 01 NAME-CHAR-SET           PIC X(37)                             261009MA
013500                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-". 261009MA
013600 01 NAME-MARK-SET           PIC X(37)  VALUE ALL "#".             261009MA
013700 01 WS-TAB-WORD             PIC S9(04) COMP VALUE 9.              261009MA
013800 01 WS-TAB-WORD-R REDEFINES WS-TAB-WORD.                          261009MA
013900    03                       PIC X(01).                           261009MA
014000    03 WS-TAB                PIC X(01).                           261009MA
014100 01 WS-SCAN                 PIC X(80)  VALUE SPACES.              261009MA
014200 01 WS-NAME-WORK            PIC X(08)  VALUE SPACES.              261009MA
014300 77 WS-SCAN-LEN             PIC S9(04) COMP VALUE 0.              261009MA
014400 77 WS-COL                  PIC S9(04) COMP VALUE 0.              261009MA
014500 77 WS-HIT-CT               PIC S9(04) COMP VALUE 0.              261009MA
014600 77 WS-MARK-CT              PIC S9(04) COMP VALUE 0.              261009MA
014700*                                                                 261009MA
014800*Data-entry assembly, the CPYLAYT scheme: an entry opens on a     261009MA
014900*line whose first token is a level number and closes on the       261009MA
015000*line that ends with its period.                                  261009MA
015100 01 WS-ENTRY-BUF            PIC X(400) VALUE SPACES.              261009MA
015200 01 WS-ENT-PTR              PIC S9(04) COMP VALUE 1.              261009MA
015300 01 WS-ENTRY-OPEN-SW        PIC X(01)  VALUE "N".                 261009MA
015400    88 ENTRY-PENDING                   VALUE "Y".                 261009MA
015500 77 WS-ENTRY-REC            PIC S9(09) COMP VALUE 0.              261009MA
015600 01 WS-STMT                 PIC X(65)  VALUE SPACES.              261009MA
015700 01 WS-STMT-TRIM            PIC X(65)  VALUE SPACES.              261009MA
015800 01 WS-LEAD-TOKEN           PIC X(30)  VALUE SPACES.              261009MA
015900 01 WS-SECOND-TOKEN         PIC X(30)  VALUE SPACES.              261009MA
016000 01 WS-LAST-WORD            PIC X(30)  VALUE SPACES.              261009MA
016100 01 WS-PENDING-LAST         PIC X(30)  VALUE SPACES.              261009MA
016200 77 WS-LEAD-CT              PIC S9(04) COMP VALUE 0.              261009MA
016300 77 WS-LINE-END             PIC S9(04) COMP VALUE 0.              261009MA
016400 77 WS-WORD-START           PIC S9(04) COMP VALUE 0.              261009MA
016500 01 WS-LEVEL-LINE-SW        PIC X(01)  VALUE "N".                 261009MA
016600    88 LINE-OPENS-ENTRY                VALUE "Y".                 261009MA
016700 01 WS-TOKEN                PIC X(30)  VALUE SPACES.              261009MA
016800 01 WS-TOK-PTR              PIC S9(04) COMP VALUE 1.              261009MA
016900 77 WS-TOK-LEN              PIC S9(04) COMP VALUE 0.              261009MA
017000 01 WS-TOKENS-DONE-SW       PIC X(01)  VALUE "N".                 261009MA
017100    88 TOKENS-DONE                     VALUE "Y".                 261009MA
017200*                                                                 261009MA
017300*The entry just parsed.                                           261009MA
017400 01 WS-LEVEL                PIC 9(02)  VALUE 0.                   261009MA
017500 01 WS-LEVEL-X              PIC X(02)  VALUE SPACES.              261009MA
017600 01 WS-FLD-NAME             PIC X(30)  VALUE SPACES.              261009MA
017700 01 WS-FLD-PIC              PIC X(30)  VALUE SPACES.              261009MA
017800 01 WS-ELEM-SW              PIC X(01)  VALUE "N".                 261009MA
017900    88 ENTRY-ELEMENTARY                VALUE "Y".                 261009MA
018000 01 WS-COMP-SW              PIC X(01)  VALUE "N".                 261009MA
018100    88 ENTRY-COMP                      VALUE "Y".                 261009MA
018200 01 WS-SYNC-SW              PIC X(01)  VALUE "N".                 261009MA
018300    88 ENTRY-SYNC                      VALUE "Y".                 261009MA
018400*                                                                 261009MA
018500*Open levels above the current entry, outermost first.            261009MA
018600 77 LV-COUNT                PIC S9(04) COMP VALUE 0.              261009MA
018700 01 LEVEL-STACK.                                                  261009MA
018800    03 LV-ENTRY OCCURS 50.                                        261009MA
018900       05 LV-LEVEL           PIC 9(02).                           261009MA
019000       05 LV-ELEM-SW         PIC X(01).                           261009MA
019100       05 LV-NAME            PIC X(30).                           261009MA
019200*                                                                 261009MA
019300*Field names already defined in the current member.               261009MA
019400 77 DN-COUNT                PIC S9(04) COMP VALUE 0.              261009MA
019500 77 DN-INDEX                PIC S9(04) COMP VALUE 0.              261009MA
019600 77 MAX-DN-ENTRIES          PIC S9(04) COMP VALUE 1500.           261009MA
019700 01 DATA-NAME-TABLE.                                              261009MA
019800    03 DN-ENTRY OCCURS 1500.                                      261009MA
019900       05 DN-NAME            PIC X(30).                           261009MA
020000       05 DN-REC-NO          PIC S9(09) COMP.                     261009MA
020100*                                                                 261009MA
020200*Name segments that mark an amount field.                         261009MA
020300 77 AH-COUNT                PIC S9(04) COMP VALUE 9.              261009MA
020400 77 AH-INDEX                PIC S9(04) COMP VALUE 0.              261009MA
020500 01 AMOUNT-HINT-LIST.                                             261009MA
020600    03 FILLER                PIC X(08) VALUE "AMT".               261009MA
020700    03 FILLER                PIC X(08) VALUE "AMOUNT".            261009MA
020800    03 FILLER                PIC X(08) VALUE "BAL".               261009MA
020900    03 FILLER                PIC X(08) VALUE "BALANCE".           261009MA
021000    03 FILLER                PIC X(08) VALUE "PRICE".             261009MA
021100    03 FILLER                PIC X(08) VALUE "COST".              261009MA
021200    03 FILLER                PIC X(08) VALUE "TOTAL".             261009MA
021300    03 FILLER                PIC X(08) VALUE "TAX".               261009MA
021400    03 FILLER                PIC X(08) VALUE "FEE".               261009MA
021500 01 AMOUNT-HINT-LIST-R REDEFINES AMOUNT-HINT-LIST.                261009MA
021600    03 AH-ENTRY              PIC X(08) OCCURS 9.                  261009MA
021700 01 WS-NAME-PART            PIC X(30)  VALUE SPACES.              261009MA
021800 77 WS-PART-PTR             PIC S9(04) COMP VALUE 0.              261009MA
021900 01 WS-AMOUNT-SW            PIC X(01)  VALUE "N".                 261009MA
022000    88 NAME-IS-AMOUNT                  VALUE "Y".                 261009MA
022100*                                                                 261009MA
022200*One finding.                                                     261009MA
022300 01 WS-FIND-SEV             PIC X(01)  VALUE SPACE.               261009MA
022400 77 WS-FIND-REC             PIC S9(09) COMP VALUE 0.              261009MA
022500 01 WS-FIND-TEXT            PIC X(80)  VALUE SPACES.              261009MA
022600 01 WS-NUM-ED               PIC Z(8)9.                            261009MA
022700 01 WS-NUM-TEXT             PIC X(09)  VALUE SPACES.              261009MA
022800 01 WS-NUM-TEXT-2           PIC X(09)  VALUE SPACES.              261009MA
022900 01 FINDING-LINE.                                                 261009MA
023000    03 LF-SEVERITY           PIC X(07).                           261009MA
023100    03 FILLER                PIC X(01) VALUE SPACES.              261009MA
023200    03 LF-COPYLIB            PIC X(26).                           261009MA
023300    03 FILLER                PIC X(01) VALUE SPACES.              261009MA
023400    03 LF-MEMBER             PIC X(08).                           261009MA
023500    03 FILLER                PIC X(01) VALUE SPACES.              261009MA
023600    03 LF-RECORD             PIC ZZZZZ9.                          261009MA
023700    03 FILLER                PIC X(02) VALUE SPACES.              261009MA
023800    03 LF-TEXT               PIC X(80).                           261009MA
023900 01 HEADING-LINE.                                                 261009MA
024000    03 FILLER                PIC X(35) VALUE "RATING  COPYLIB".   261009MA
024100    03 FILLER                PIC X(09) VALUE "MEMBER".            261009MA
024200    03 FILLER                PIC X(08) VALUE "RECORD".            261009MA
024300    03 FILLER                PIC X(80) VALUE "FINDING".           261009MA
024400*                                                                 261009MA
024500 77 WS-LIB-MEMBERS          PIC S9(05) COMP VALUE 0.              261009MA
024600 77 WS-LIB-ERRORS           PIC S9(05) COMP VALUE 0.              261009MA
024700 77 WS-LIB-WARNINGS         PIC S9(05) COMP VALUE 0.              261009MA
024800 77 WS-MEMBER-TOTAL         PIC S9(05) COMP VALUE 0.              261009MA
024900 77 WS-ERROR-TOTAL          PIC S9(05) COMP VALUE 0.              261009MA
025000 77 WS-WARNING-TOTAL        PIC S9(05) COMP VALUE 0.              261009MA
025100 01 ED-COUNT                PIC ZZZZ9.                            261009MA
025200 01 ED-COUNT-2              PIC ZZZZ9.                            261009MA
025300 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              261009MA
025400*Operator identity and audit-log request passed to AUDLOG,        261009MA
025500*and the run completion code, kept apart from RETURN-CODE         261009MA
025600*(which every AUDLOG call resets) and applied at STOP RUN.        261009MA
025700 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              261009MA
025800 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261009MA
025900 01 WS-AUDIT-REQUEST.                                             261009MA
026000    03 AR-PROGRAM-NAME         PIC X(08) VALUE "CPYLINT".         261009MA
026100    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261009MA
026200    03 AR-EVENT                PIC X(06) VALUE SPACES.            261009MA
026300    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261009MA
026400    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261009MA
026500    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261009MA
026600*                                                                 261009MA
026700*=================================================================261009MA
026800*Main logical flow                                                261009MA
026900*=================================================================261009MA
027000 PROCEDURE DIVISION.                                              261009MA
027100 BEGIN-0000.                                                      261009MA
027200     DISPLAY "CPYLINT Version 1.00, Copyright J3K Solutions".     261009MA
027300     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261009MA
027400     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261009MA
027500     MOVE "START"              TO AR-EVENT.                       261009MA
027600     MOVE SPACES               TO AR-OUTCOME.                     261009MA
027700     MOVE WS-CTLFILE-NAME(1:26) TO AR-PARM-1.                     261009MA
027800     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261009MA
027900     PERFORM B1000-LOAD-LIBS THRU B1000-EXIT.                     261009MA
028000     PERFORM B2000-LINT-LIBS THRU B2000-EXIT.                     261009MA
028100     MOVE WS-ERROR-TOTAL       TO ED-COUNT.                       261009MA
028200     MOVE WS-WARNING-TOTAL     TO ED-COUNT-2.                     261009MA
028300     DISPLAY "CPYLINT: " ED-COUNT " error(s), " ED-COUNT-2        261009MA
028400             " warning(s) -- report in LINTRPT".                  261009MA
028500     MOVE "FINISH"             TO AR-EVENT.                       261009MA
028600     IF WS-ERROR-TOTAL > 0                                        261009MA
028700        MOVE 1                 TO WS-RUN-RC.                      261009MA
028800     IF WS-RUN-RC NOT = 0                                         261009MA
028900        MOVE "FAIL"            TO AR-OUTCOME                      261009MA
029000     ELSE                                                         261009MA
029100        MOVE "OK"              TO AR-OUTCOME                      261009MA
029200     END-IF.                                                      261009MA
029300     MOVE ED-COUNT             TO AR-PARM-2.                      261009MA
029400     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261009MA
029500     DISPLAY "Normal termination of CPYLINT run @ " TIME-OF-DAY.  261009MA
029600     IF WS-RUN-RC NOT = 0                                         261009MA
029700        MOVE WS-RUN-RC         TO RETURN-CODE                     261009MA
029800     END-IF.                                                      261009MA
029900     STOP RUN.                                                    261009MA
030000 BEGIN-0000-EXIT. EXIT.                                           261009MA
030100*                                                                 261009MA
030200*A0100-GET-PARMS -- the HTMLCTL control file naming the           261009MA
030300*copylibs, from the RUN INFO string or prompted.                  261009MA
030400 A0100-GET-PARMS.                                                 261009MA
030500     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261009MA
030600     IF WS-RUN-INFO NOT = SPACES                                  261009MA
030700        MOVE WS-RUN-INFO       TO WS-CTLFILE-NAME                 261009MA
030800     ELSE                                                         261009MA
030900        DISPLAY "Enter control file name (blank for "             261009MA
031000                "HTMLCTL): " NO ADVANCING                         261009MA
031100        ACCEPT WS-CTLFILE-NAME FREE                               261009MA
031200     END-IF.                                                      261009MA
031300     IF WS-CTLFILE-NAME = SPACES                                  261009MA
031400        MOVE "HTMLCTL"         TO WS-CTLFILE-NAME.                261009MA
031500 A0100-EXIT.  EXIT.                                               261009MA
031600*                                                                 261009MA
031700 A0150-SET-OPERATOR.                                              261009MA
031800     IF WS-RUN-INFO NOT = SPACES                                  261009MA
031900        MOVE "BATCH"           TO WS-OPERATOR                     261009MA
032000     ELSE                                                         261009MA
032100        DISPLAY "Enter operator ID: " NO ADVANCING                261009MA
032200        ACCEPT WS-OPERATOR FREE                                   261009MA
032300     END-IF.                                                      261009MA
032400     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261009MA
032500 A0150-EXIT.  EXIT.                                               261009MA
032600*                                                                 261009MA
032700*B9500-LOG-AUDIT-EVENT appends one record to the shared           261009MA
032800*operations audit-trail log via AUDLOG.                           261009MA
032900 B9500-LOG-AUDIT-EVENT.                                           261009MA
033000     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261009MA
033100     IF RETURN-CODE NOT = 0                                       261009MA
033200        DISPLAY "CPYLINT: audit log entry not recorded"           261009MA
033300     END-IF.                                                      261009MA
033400 B9500-EXIT.  EXIT.                                               261009MA
033500*                                                                 261009MA
033600*B1000-LOAD-LIBS lists every distinct copylib the control         261009MA
033700*file names.                                                      261009MA
033800 B1000-LOAD-LIBS.                                                 261009MA
033900     OPEN INPUT CTLFILE.                                          261009MA
034000     IF CC <> 0                                                   261009MA
034100        DISPLAY "CPYLINT: cannot open control file "              261009MA
034200                WS-CTLFILE-NAME(1:26)                             261009MA
034300        MOVE 16               TO RETURN-CODE                      261009MA
034400        STOP RUN                                                  261009MA
034500     END-IF.                                                      261009MA
034600 B1010-READ.                                                      261009MA
034700     READ CTLFILE                                                 261009MA
034800        AT END                                                    261009MA
034900           GO TO B1090-DONE.                                      261009MA
035000     IF CTL-COPYLIB = SPACES                                      261009MA
035100        GO TO B1010-READ.                                         261009MA
035200     MOVE 1                    TO LB-INDEX.                       261009MA
035300 B1020-HUNT.                                                      261009MA
035400     IF LB-INDEX > LB-COUNT                                       261009MA
035500        GO TO B1030-ADD.                                          261009MA
035600     IF LB-ENTRY(LB-INDEX) = CTL-COPYLIB                          261009MA
035700        GO TO B1010-READ.                                         261009MA
035800     ADD 1                     TO LB-INDEX.                       261009MA
035900     GO TO B1020-HUNT.                                            261009MA
036000 B1030-ADD.                                                       261009MA
036100     IF LB-COUNT >= MAX-LB-ENTRIES                                261009MA
036200        DISPLAY "CPYLINT: copylib table full, not checked: "      261009MA
036300                CTL-COPYLIB                                       261009MA
036400        GO TO B1010-READ.                                         261009MA
036500     ADD 1                     TO LB-COUNT.                       261009MA
036600     MOVE CTL-COPYLIB          TO LB-ENTRY(LB-COUNT).             261009MA
036700     GO TO B1010-READ.                                            261009MA
036800 B1090-DONE.                                                      261009MA
036900     CLOSE CTLFILE.                                               261009MA
036950     MOVE LB-COUNT             TO ED-COUNT.                       261009MA
037000     DISPLAY "CPYLINT: " ED-COUNT " copylib(s) to check".         261009MA
037100 B1000-EXIT.  EXIT.                                               261009MA
037200*                                                                 261009MA
037300*B2000-LINT-LIBS writes the report heading and checks each        261009MA
037400*copylib in turn.                                                 261009MA
037500 B2000-LINT-LIBS.                                                 261009MA
037600     OPEN OUTPUT RPTFILE.                                         261009MA
037700     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261009MA
037800     MOVE SPACES               TO RPT-RECORD.                     261009MA
037900     STRING "COPYLIB LINT -- TRANSFER DAMAGE AND SHOP STANDARDS " 261009MA
038000            DELIMITED BY SIZE                                     261009MA
038100            "AS OF " DELIMITED BY SIZE                            261009MA
038200            DATE-BUFF DELIMITED BY SIZE                           261009MA
038300       INTO RPT-RECORD.                                           261009MA
038400     WRITE RPT-RECORD.                                            261009MA
038500     MOVE SPACES               TO RPT-RECORD.                     261009MA
038600     WRITE RPT-RECORD.                                            261009MA
038700     MOVE HEADING-LINE         TO RPT-RECORD.                     261009MA
038800     WRITE RPT-RECORD.                                            261009MA
038900     MOVE SPACES               TO RPT-RECORD.                     261009MA
039000     WRITE RPT-RECORD.                                            261009MA
039100     MOVE 1                    TO LB-INDEX.                       261009MA
039200 B2010-NEXT-LIB.                                                  261009MA
039300     IF LB-INDEX > LB-COUNT                                       261009MA
039400        GO TO B2090-DONE.                                         261009MA
039500     MOVE LB-ENTRY(LB-INDEX)   TO WS-COPYLIB.                     261009MA
039600     PERFORM B2100-ONE-LIB THRU B2100-EXIT.                       261009MA
039700     ADD 1                     TO LB-INDEX.                       261009MA
039800     GO TO B2010-NEXT-LIB.                                        261009MA
039900 B2090-DONE.                                                      261009MA
040000     MOVE SPACES               TO RPT-RECORD.                     261009MA
040100     WRITE RPT-RECORD.                                            261009MA
040200     MOVE WS-ERROR-TOTAL       TO ED-COUNT.                       261009MA
040300     MOVE WS-WARNING-TOTAL     TO ED-COUNT-2.                     261009MA
040400     STRING "TOTAL: " DELIMITED BY SIZE                           261009MA
040500            ED-COUNT DELIMITED BY SIZE                            261009MA
040600            " ERROR(S), " DELIMITED BY SIZE                       261009MA
040700            ED-COUNT-2 DELIMITED BY SIZE                          261009MA
040800            " WARNING(S)" DELIMITED BY SIZE                       261009MA
040900       INTO RPT-RECORD.                                           261009MA
041000     WRITE RPT-RECORD.                                            261009MA
041100     IF WS-ERROR-TOTAL > 0                                        261009MA
041200        MOVE                                                      261009MA
041300           "ERRORS FOUND -- FIX THE COPYLIBS BEFORE CONVERSION"   261009MA
041400                               TO RPT-RECORD                      261009MA
041500     ELSE                                                         261009MA
041600        MOVE "NO ERRORS -- THE COPYLIBS ARE FIT TO CONVERT"       261009MA
041700                               TO RPT-RECORD                      261009MA
041800     END-IF.                                                      261009MA
041900     WRITE RPT-RECORD.                                            261009MA
042000     CLOSE RPTFILE.                                               261009MA
042100 B2000-EXIT.  EXIT.                                               261009MA
042200*                                                                 261009MA
042300*B2100-ONE-LIB reads one copylib record by record.  A record      261009MA
042400*whose member name differs from the current member's is held      261009MA
042500*back one read: if the next record returns to the current         261009MA
042600*member, the held name was text past column 72; otherwise the     261009MA
042700*held record starts the new member.                               261009MA
042800 B2100-ONE-LIB.                                                   261009MA
042900     MOVE SPACES               TO SAVE-NAME.                      261009MA
043000     MOVE "N"                  TO WS-HOLD-SW WS-ENTRY-OPEN-SW.    261009MA
043100     MOVE 0                    TO WS-REC-NO WS-LIB-MEMBERS        261009MA
043200                                  WS-LIB-ERRORS WS-LIB-WARNINGS   261009MA
043300                                  LV-COUNT DN-COUNT.              261009MA
043400     OPEN INPUT INFILE.                                           261009MA
043500     IF CC <> 0                                                   261009MA
043600        MOVE "E"               TO WS-FIND-SEV                     261009MA
043700        MOVE 0                 TO WS-FIND-REC                     261009MA
043800        MOVE "COPYLIB CANNOT BE OPENED"                           261009MA
043900                               TO WS-FIND-TEXT                    261009MA
044000        PERFORM D1000-FINDING THRU D1000-EXIT                     261009MA
044100        GO TO B2180-SUMMARY                                       261009MA
044200     END-IF.                                                      261009MA
044300 B2110-READ.                                                      261009MA
044400     READ INFILE                                                  261009MA
044500        AT END                                                    261009MA
044600           GO TO B2190-DONE.                                      261009MA
044700     ADD 1                     TO WS-REC-NO.                      261009MA
044800     MOVE INFILE-RECORD        TO WS-IN-REC.                      261009MA
044900     PERFORM B2200-TAKE-RECORD THRU B2200-EXIT.                   261009MA
045000     GO TO B2110-READ.                                            261009MA
045100 B2190-DONE.                                                      261009MA
045200     CLOSE INFILE.                                                261009MA
045300     IF RECORD-HELD                                               261009MA
045400        PERFORM B2400-SWITCH-TO-HELD THRU B2400-EXIT.             261009MA
045500     PERFORM C2900-END-MEMBER THRU C2900-EXIT.                    261009MA
045600 B2180-SUMMARY.                                                   261009MA
045700     ADD WS-LIB-MEMBERS        TO WS-MEMBER-TOTAL.                261009MA
045800     MOVE SPACES               TO RPT-RECORD.                     261009MA
045900     MOVE WS-REC-NO            TO WS-NUM-ED.                      261009MA
046000     PERFORM E8300-NUM-TEXT THRU E8300-EXIT.                      261009MA
046100     MOVE WS-NUM-TEXT          TO WS-NUM-TEXT-2.                  261009MA
046200     MOVE WS-LIB-MEMBERS       TO WS-NUM-ED.                      261009MA
046300     PERFORM E8300-NUM-TEXT THRU E8300-EXIT.                      261009MA
046400     MOVE WS-LIB-ERRORS        TO ED-COUNT.                       261009MA
046500     MOVE WS-LIB-WARNINGS      TO ED-COUNT-2.                     261009MA
046600     STRING "        " DELIMITED BY SIZE                          261009MA
046700            WS-COPYLIB DELIMITED BY SPACE                         261009MA
046800            ": " DELIMITED BY SIZE                                261009MA
046900            WS-NUM-TEXT-2 DELIMITED BY SPACE                      261009MA
047000            " RECORD(S) IN " DELIMITED BY SIZE                    261009MA
047100            WS-NUM-TEXT DELIMITED BY SPACE                        261009MA
047200            " MEMBER(S), " DELIMITED BY SIZE                      261009MA
047300            ED-COUNT DELIMITED BY SIZE                            261009MA
047400            " ERROR(S), " DELIMITED BY SIZE                       261009MA
047500            ED-COUNT-2 DELIMITED BY SIZE                          261009MA
047600            " WARNING(S)" DELIMITED BY SIZE                       261009MA
047700       INTO RPT-RECORD.                                           261009MA
047800     WRITE RPT-RECORD.                                            261009MA
047900     MOVE SPACES               TO RPT-RECORD.                     261009MA
048000     WRITE RPT-RECORD.                                            261009MA
048100     DISPLAY "CPYLINT: checked " WS-COPYLIB.                      261009MA
048200 B2100-EXIT.  EXIT.                                               261009MA
048300*                                                                 261009MA
048400*B2200-TAKE-RECORD decides which member the record just read      261009MA
048500*belongs to, holding it back when its name is not yet proved.     261009MA
048600 B2200-TAKE-RECORD.                                               261009MA
048700     MOVE WS-IN-REC            TO WS-REC.                         261009MA
048800     PERFORM C1100-CLASSIFY-NAME THRU C1100-EXIT.                 261009MA
048900     IF NOT NAME-VALID                                            261009MA
049000        IF RECORD-HELD                                            261009MA
049100           PERFORM B2400-SWITCH-TO-HELD THRU B2400-EXIT           261009MA
049200        END-IF                                                    261009MA
049300        PERFORM B2300-CHECK-IN-REC THRU B2300-EXIT                261009MA
049400        GO TO B2200-EXIT                                          261009MA
049500     END-IF.                                                      261009MA
049600     IF WI-NAME = SAVE-NAME                                       261009MA
049700        IF RECORD-HELD                                            261009MA
049800           MOVE WS-HOLD-REC    TO WS-REC                          261009MA
049900           MOVE WS-HOLD-NO     TO WS-PROC-NO                      261009MA
050000           MOVE "Y"            TO WS-OVERFLOW-SW                  261009MA
050100           PERFORM C2000-CHECK-RECORD THRU C2000-EXIT             261009MA
050200           MOVE "N"            TO WS-HOLD-SW                      261009MA
050300        END-IF                                                    261009MA
050400        PERFORM B2300-CHECK-IN-REC THRU B2300-EXIT                261009MA
050500        GO TO B2200-EXIT                                          261009MA
050600     END-IF.                                                      261009MA
050700     IF RECORD-HELD                                               261009MA
050800        GO TO B2210-RESOLVE-HELD.                                 261009MA
050900     IF SAVE-NAME = SPACES                                        261009MA
051000        PERFORM C2800-START-MEMBER THRU C2800-EXIT                261009MA
051100        PERFORM B2300-CHECK-IN-REC THRU B2300-EXIT                261009MA
051200        GO TO B2200-EXIT.                                         261009MA
051300     MOVE WS-IN-REC            TO WS-HOLD-REC.                    261009MA
051400     MOVE WS-REC-NO            TO WS-HOLD-NO.                     261009MA
051500     MOVE "Y"                  TO WS-HOLD-SW.                     261009MA
051600     GO TO B2200-EXIT.                                            261009MA
051700*A second new name in a row proves the held record starts a       261009MA
051800*member; the record just read either continues it or is held      261009MA
051900*in turn.                                                         261009MA
052000 B2210-RESOLVE-HELD.                                              261009MA
052100     PERFORM B2400-SWITCH-TO-HELD THRU B2400-EXIT.                261009MA
052200     IF WI-NAME = SAVE-NAME                                       261009MA
052300        PERFORM B2300-CHECK-IN-REC THRU B2300-EXIT                261009MA
052400        GO TO B2200-EXIT.                                         261009MA
052500     MOVE WS-IN-REC            TO WS-HOLD-REC.                    261009MA
052600     MOVE WS-REC-NO            TO WS-HOLD-NO.                     261009MA
052700     MOVE "Y"                  TO WS-HOLD-SW.                     261009MA
052800 B2200-EXIT.  EXIT.                                               261009MA
052900*                                                                 261009MA
053000 B2300-CHECK-IN-REC.                                              261009MA
053100     MOVE WS-IN-REC            TO WS-REC.                         261009MA
053200     MOVE WS-REC-NO            TO WS-PROC-NO.                     261009MA
053300     MOVE "N"                  TO WS-OVERFLOW-SW.                 261009MA
053400     PERFORM C2000-CHECK-RECORD THRU C2000-EXIT.                  261009MA
053500 B2300-EXIT.  EXIT.                                               261009MA
053600*                                                                 261009MA
053700*B2400-SWITCH-TO-HELD starts the member the held record names     261009MA
053800*and checks the held record as its first line.                    261009MA
053900 B2400-SWITCH-TO-HELD.                                            261009MA
054000     MOVE WS-HOLD-REC          TO WS-REC.                         261009MA
054100     PERFORM C2800-START-MEMBER THRU C2800-EXIT.                  261009MA
054200     MOVE WS-HOLD-REC          TO WS-REC.                         261009MA
054300     MOVE WS-HOLD-NO           TO WS-PROC-NO.                     261009MA
054400     MOVE "N"                  TO WS-OVERFLOW-SW WS-HOLD-SW.      261009MA
054500     PERFORM C2000-CHECK-RECORD THRU C2000-EXIT.                  261009MA
054600 B2400-EXIT.  EXIT.                                               261009MA
054700*                                                                 261009MA
054800*=========================================================        261009MA
054900*Record checks.                                                   261009MA
055000*=========================================================        261009MA
055100*C1100-CLASSIFY-NAME rates columns 73-80 of WS-REC: a record      261009MA
055200*null-filled through column 80 was truncated in transfer; a       261009MA
055300*blank name is missing; a name of anything but letters,           261009MA
055400*digits and hyphens, starting with a letter and with no gap,      261009MA
055500*is code text that ran past column 72.                            261009MA
055600 C1100-CLASSIFY-NAME.                                             261009MA
055700     IF WR-TEXT(80:1) = LOW-VALUE                                 261009MA
055800        MOVE "T"               TO WS-NAME-SW                      261009MA
055900        GO TO C1100-EXIT.                                         261009MA
056000     IF WR-NAME = SPACES                                          261009MA
056100        MOVE "B"               TO WS-NAME-SW                      261009MA
056200        GO TO C1100-EXIT.                                         261009MA
056300     MOVE "I"                  TO WS-NAME-SW.                     261009MA
056400     IF WR-NAME(1:1) < "A" OR WR-NAME(1:1) > "Z"                  261009MA
056500        GO TO C1100-EXIT.                                         261009MA
056600     MOVE WR-NAME              TO WS-NAME-WORK.                   261009MA
056700     INSPECT WS-NAME-WORK CONVERTING NAME-CHAR-SET                261009MA
056800                                  TO NAME-MARK-SET.               261009MA
056900     MOVE 0                    TO WS-MARK-CT.                     261009MA
057000     INSPECT WS-NAME-WORK TALLYING WS-MARK-CT FOR LEADING "#".    261009MA
057100     IF WS-MARK-CT < 8                                            261009MA
057200        IF WS-NAME-WORK(WS-MARK-CT + 1:) NOT = SPACES             261009MA
057300           GO TO C1100-EXIT                                       261009MA
057400        END-IF                                                    261009MA
057500     END-IF.                                                      261009MA
057600     MOVE "V"                  TO WS-NAME-SW.                     261009MA
057700 C1100-EXIT.  EXIT.                                               261009MA
057800*                                                                 261009MA
057900*C2000-CHECK-RECORD runs the transfer-damage checks on WS-REC     261009MA
058000*(record WS-PROC-NO of the current member), then feeds its code   261009MA
058100*to the data-entry checks.                                        261009MA
058200 C2000-CHECK-RECORD.                                              261009MA
058300     MOVE "E"                  TO WS-FIND-SEV.                    261009MA
058400     MOVE WS-PROC-NO           TO WS-FIND-REC.                    261009MA
058500     MOVE 80                   TO WS-SCAN-LEN.                    261009MA
058600     PERFORM C1100-CLASSIFY-NAME THRU C1100-EXIT.                 261009MA
058700     IF RECORD-TRUNCATED                                          261009MA
058800        PERFORM C2100-TRUNCATED THRU C2100-EXIT.                  261009MA
058900     IF WS-SCAN-LEN > 0                                           261009MA
059000        PERFORM C2200-BAD-BYTES THRU C2200-EXIT.                  261009MA
059100     IF NAME-BLANK                                                261009MA
059200        MOVE "E"               TO WS-FIND-SEV                     261009MA
059300        MOVE "MEMBER NAME MISSING FROM COLUMNS 73-80"             261009MA
059400                               TO WS-FIND-TEXT                    261009MA
059500        PERFORM D1000-FINDING THRU D1000-EXIT.                    261009MA
059600     IF NAME-INVALID OR NAME-IS-OVERFLOW                          261009MA
059700        MOVE "E"               TO WS-FIND-SEV                     261009MA
059800        MOVE SPACES            TO WS-FIND-TEXT                    261009MA
059900        STRING "TEXT PAST COLUMN 72 -- COLUMNS 73-80 READ """     261009MA
060000               DELIMITED BY SIZE                                  261009MA
060100               WR-NAME DELIMITED BY SIZE                          261009MA
060200               """" DELIMITED BY SIZE                             261009MA
060300          INTO WS-FIND-TEXT                                       261009MA
060400        PERFORM D1000-FINDING THRU D1000-EXIT.                    261009MA
060500     PERFORM C3000-SCAN-LINE THRU C3000-EXIT.                     261009MA
060600 C2000-EXIT.  EXIT.                                               261009MA
060700*                                                                 261009MA
060800*C2100-TRUNCATED finds where the null fill starts; the bytes      261009MA
060900*before it are all the record the transfer delivered.             261009MA
061000 C2100-TRUNCATED.                                                 261009MA
061100     MOVE 80                   TO WS-SCAN-LEN.                    261009MA
061200 C2110-BACK.                                                      261009MA
061300     IF WS-SCAN-LEN > 0                                           261009MA
061400        IF WR-TEXT(WS-SCAN-LEN:1) = LOW-VALUE                     261009MA
061500           SUBTRACT 1 FROM WS-SCAN-LEN                            261009MA
061600           GO TO C2110-BACK.                                      261009MA
061700     COMPUTE WS-NUM-ED = WS-SCAN-LEN + 1.                         261009MA
061800     PERFORM E8300-NUM-TEXT THRU E8300-EXIT.                      261009MA
061900     MOVE SPACES               TO WS-FIND-TEXT.                   261009MA
062000     STRING "RECORD TRUNCATED IN TRANSFER -- NULL-FILLED FROM "   261009MA
062100            DELIMITED BY SIZE                                     261009MA
062200            "COLUMN " DELIMITED BY SIZE                           261009MA
062300            WS-NUM-TEXT DELIMITED BY SPACE                        261009MA
062400       INTO WS-FIND-TEXT.                                         261009MA
062500     PERFORM D1000-FINDING THRU D1000-EXIT.                       261009MA
062600 C2100-EXIT.  EXIT.                                               261009MA
062700*                                                                 261009MA
062800*C2200-BAD-BYTES counts tabs, then every other byte outside the   261009MA
062900*printable set, in the first WS-SCAN-LEN columns.                 261009MA
063000 C2200-BAD-BYTES.                                                 261009MA
063100     MOVE SPACES               TO WS-SCAN.                        261009MA
063200     MOVE WR-TEXT(1:WS-SCAN-LEN) TO WS-SCAN.                      261009MA
063300     MOVE 0                    TO WS-HIT-CT.                      261009MA
063400     INSPECT WS-SCAN TALLYING WS-HIT-CT FOR ALL WS-TAB.           261009MA
063500     IF WS-HIT-CT > 0                                             261009MA
063600        MOVE 0                 TO WS-COL                          261009MA
063700        INSPECT WS-SCAN TALLYING WS-COL                           261009MA
063800           FOR CHARACTERS BEFORE INITIAL WS-TAB                   261009MA
063900        MOVE "TAB CHARACTER(S)" TO WS-LAST-WORD                   261009MA
064000        PERFORM C2300-BYTE-FINDING THRU C2300-EXIT                261009MA
064100        INSPECT WS-SCAN REPLACING ALL WS-TAB BY SPACE             261009MA
064200     END-IF.                                                      261009MA
064300     INSPECT WS-SCAN CONVERTING PRINTABLE-SET TO BLANK-SET.       261009MA
064400     IF WS-SCAN = SPACES                                          261009MA
064500        GO TO C2200-EXIT.                                         261009MA
064600     MOVE 0                    TO WS-HIT-CT WS-COL.               261009MA
064700     INSPECT WS-SCAN TALLYING WS-HIT-CT FOR ALL SPACE.            261009MA
064800     COMPUTE WS-HIT-CT = 80 - WS-HIT-CT.                          261009MA
064900     INSPECT WS-SCAN TALLYING WS-COL FOR LEADING SPACE.           261009MA
065000     MOVE "NON-PRINTABLE BYTE(S)" TO WS-LAST-WORD.                261009MA
065100     PERFORM C2300-BYTE-FINDING THRU C2300-EXIT.                  261009MA
065200 C2200-EXIT.  EXIT.                                               261009MA
065300*                                                                 261009MA
065400 C2300-BYTE-FINDING.                                              261009MA
065500     MOVE WS-HIT-CT            TO WS-NUM-ED.                      261009MA
065600     PERFORM E8300-NUM-TEXT THRU E8300-EXIT.                      261009MA
065700     MOVE WS-NUM-TEXT          TO WS-NUM-TEXT-2.                  261009MA
065800     COMPUTE WS-NUM-ED = WS-COL + 1.                              261009MA
065900     PERFORM E8300-NUM-TEXT THRU E8300-EXIT.                      261009MA
066000     MOVE "E"                  TO WS-FIND-SEV.                    261009MA
066100     MOVE SPACES               TO WS-FIND-TEXT.                   261009MA
066200     STRING WS-NUM-TEXT-2 DELIMITED BY SPACE                      261009MA
066300            " " DELIMITED BY SIZE                                 261009MA
066400            WS-LAST-WORD DELIMITED BY "  "                        261009MA
066500            ", FIRST AT COLUMN " DELIMITED BY SIZE                261009MA
066600            WS-NUM-TEXT DELIMITED BY SPACE                        261009MA
066700       INTO WS-FIND-TEXT.                                         261009MA
066800     PERFORM D1000-FINDING THRU D1000-EXIT.                       261009MA
066900 C2300-EXIT.  EXIT.                                               261009MA
067000*                                                                 261009MA
067100*C2800-START-MEMBER closes the current member and opens the one   261009MA
067200*WS-REC names.                                                    261009MA
067300 C2800-START-MEMBER.                                              261009MA
067400     PERFORM C2900-END-MEMBER THRU C2900-EXIT.                    261009MA
067500     MOVE WR-NAME              TO SAVE-NAME.                      261009MA
067600     ADD 1                     TO WS-LIB-MEMBERS.                 261009MA
067700     MOVE 0                    TO LV-COUNT DN-COUNT.              261009MA
067800 C2800-EXIT.  EXIT.                                               261009MA
067900*                                                                 261009MA
068000*C2900-END-MEMBER closes out an entry still waiting for its       261009MA
068100*period when the member (or the copylib) runs out.                261009MA
068200 C2900-END-MEMBER.                                                261009MA
068300     IF ENTRY-PENDING                                             261009MA
068400        PERFORM C4000-PARSE-ENTRY THRU C4000-EXIT                 261009MA
068500        PERFORM C3800-NO-PERIOD THRU C3800-EXIT                   261009MA
068600        MOVE "N"               TO WS-ENTRY-OPEN-SW                261009MA
068700     END-IF.                                                      261009MA
068800 C2900-EXIT.  EXIT.                                               261009MA
068900*                                                                 261009MA
069000*=========================================================        261009MA
069100*Data-entry checks.                                               261009MA
069200*=========================================================        261009MA
069300*C3000-SCAN-LINE feeds one source line into the entry buffer,     261009MA
069400*with the CL2HTML test for sequence columns.  A line led by a     261009MA
069500*level number while an entry is still open means that entry       261009MA
069600*never got its period -- unless the open entry is waiting for     261009MA
069700*an operand (OCCURS, VALUE, TO ...), which a number supplies.     261009MA
069800 C3000-SCAN-LINE.                                                 261009MA
069900     INSPECT WR-CODE REPLACING ALL LOW-VALUE BY SPACE             261009MA
070000                               ALL WS-TAB BY SPACE.               261009MA
070100     IF WR-CODE(1:6) IS NUMERIC                                   261009MA
070200        OR WR-CODE(1:6) = SPACES                                  261009MA
070300        IF WR-CODE(7:1) = "*"                                     261009MA
070400           OR WR-CODE(7:1) = "/"                                  261009MA
070500           GO TO C3000-EXIT                                       261009MA
070600        END-IF                                                    261009MA
070700        MOVE WR-CODE(8:65)     TO WS-STMT                         261009MA
070800     ELSE                                                         261009MA
070900        MOVE WR-CODE(1:65)     TO WS-STMT                         261009MA
071000     END-IF.                                                      261009MA
071100     IF WS-STMT = SPACES                                          261009MA
071200        GO TO C3000-EXIT.                                         261009MA
071300     PERFORM C3100-LEAD-TOKENS THRU C3100-EXIT.                   261009MA
071400     IF NOT ENTRY-PENDING                                         261009MA
071500        IF NOT LINE-OPENS-ENTRY                                   261009MA
071600           GO TO C3000-EXIT                                       261009MA
071700        END-IF                                                    261009MA
071800        GO TO C3000-OPEN.                                         261009MA
071900     IF NOT LINE-OPENS-ENTRY                                      261009MA
072000        GO TO C3000-APPEND.                                       261009MA
072100     IF WS-PENDING-LAST = "OCCURS" OR "TO" OR "VALUE" OR "VALUES" 261009MA
072200        OR "IS" OR "ARE" OR "THRU" OR "THROUGH" OR "PIC"          261009MA
072300        OR "PICTURE"                                              261009MA
072400        GO TO C3000-APPEND.                                       261009MA
072500     IF WS-SECOND-TOKEN = SPACES OR "TIMES" OR "TO"               261009MA
072600        OR WS-SECOND-TOKEN(1:1) IS NUMERIC                        261009MA
072700        GO TO C3000-APPEND.                                       261009MA
072800     PERFORM C4000-PARSE-ENTRY THRU C4000-EXIT.                   261009MA
072900     PERFORM C3800-NO-PERIOD THRU C3800-EXIT.                     261009MA
073000 C3000-OPEN.                                                      261009MA
073100     MOVE SPACES               TO WS-ENTRY-BUF.                   261009MA
073200     MOVE 1                    TO WS-ENT-PTR.                     261009MA
073300     MOVE WS-PROC-NO           TO WS-ENTRY-REC.                   261009MA
073400     MOVE "Y"                  TO WS-ENTRY-OPEN-SW.               261009MA
073500 C3000-APPEND.                                                    261009MA
073600     STRING WS-STMT DELIMITED BY SIZE                             261009MA
073700            " " DELIMITED BY SIZE                                 261009MA
073800       INTO WS-ENTRY-BUF                                          261009MA
073900       WITH POINTER WS-ENT-PTR                                    261009MA
074000       ON OVERFLOW                                                261009MA
074100          PERFORM C4000-PARSE-ENTRY THRU C4000-EXIT               261009MA
074200          MOVE "N"             TO WS-ENTRY-OPEN-SW                261009MA
074300          GO TO C3000-EXIT                                        261009MA
074400     END-STRING.                                                  261009MA
074500     PERFORM C3200-LAST-WORD THRU C3200-EXIT.                     261009MA
074600     MOVE WS-LAST-WORD         TO WS-PENDING-LAST.                261009MA
074700     IF WS-STMT(WS-LINE-END:1) = "."                              261009MA
074800        PERFORM C4000-PARSE-ENTRY THRU C4000-EXIT                 261009MA
074900        MOVE "N"               TO WS-ENTRY-OPEN-SW                261009MA
075000     END-IF.                                                      261009MA
075100 C3000-EXIT.  EXIT.                                               261009MA
075200*                                                                 261009MA
075300*C3100-LEAD-TOKENS picks off the line's first two tokens and      261009MA
075400*says whether the first is a one- or two-digit level number.      261009MA
075500 C3100-LEAD-TOKENS.                                               261009MA
075600     MOVE SPACES               TO WS-LEAD-TOKEN WS-SECOND-TOKEN.  261009MA
075700     MOVE "N"                  TO WS-LEVEL-LINE-SW.               261009MA
075800     MOVE 0                    TO WS-LEAD-CT.                     261009MA
075900     INSPECT WS-STMT TALLYING WS-LEAD-CT FOR LEADING " ".         261009MA
076000     MOVE WS-STMT(WS-LEAD-CT + 1:) TO WS-STMT-TRIM.               261009MA
076100     UNSTRING WS-STMT-TRIM DELIMITED BY ALL " "                   261009MA
076200        INTO WS-LEAD-TOKEN, WS-SECOND-TOKEN.                      261009MA
076300     IF WS-LEAD-TOKEN(1:2) IS NUMERIC                             261009MA
076400        AND WS-LEAD-TOKEN(3:1) = SPACE                            261009MA
076500        MOVE "Y"               TO WS-LEVEL-LINE-SW.               261009MA
076600     IF WS-LEAD-TOKEN(1:1) IS NUMERIC                             261009MA
076700        AND WS-LEAD-TOKEN(2:1) = SPACE                            261009MA
076800        MOVE "Y"               TO WS-LEVEL-LINE-SW.               261009MA
076900 C3100-EXIT.  EXIT.                                               261009MA
077000*                                                                 261009MA
077100*C3200-LAST-WORD finds the line's last non-blank column and the   261009MA
077200*word that ends there, trailing period dropped.                   261009MA
077300 C3200-LAST-WORD.                                                 261009MA
077400     MOVE 65                   TO WS-LINE-END.                    261009MA
077500 C3210-BACK.                                                      261009MA
077600     IF WS-LINE-END > 1                                           261009MA
077700        IF WS-STMT(WS-LINE-END:1) = SPACE                         261009MA
077800           SUBTRACT 1 FROM WS-LINE-END                            261009MA
077900           GO TO C3210-BACK.                                      261009MA
078000     MOVE WS-LINE-END          TO WS-WORD-START.                  261009MA
078100 C3220-WORD.                                                      261009MA
078200     IF WS-WORD-START > 1                                         261009MA
078300        IF WS-STMT(WS-WORD-START - 1:1) NOT = SPACE               261009MA
078400           SUBTRACT 1 FROM WS-WORD-START                          261009MA
078500           GO TO C3220-WORD.                                      261009MA
078600     MOVE SPACES               TO WS-LAST-WORD.                   261009MA
078700     MOVE WS-STMT(WS-WORD-START:WS-LINE-END - WS-WORD-START + 1)  261009MA
078800                               TO WS-LAST-WORD.                   261009MA
078900     IF WS-LAST-WORD = ","                                        261009MA
079000        GO TO C3200-EXIT.                                         261009MA
079100     MOVE WS-LAST-WORD         TO WS-TOKEN.                       261009MA
079200     PERFORM E8100-STRIP-PERIOD THRU E8100-EXIT.                  261009MA
079300     MOVE WS-TOKEN             TO WS-LAST-WORD.                   261009MA
079400 C3200-EXIT.  EXIT.                                               261009MA
079500*                                                                 261009MA
079600*C3800-NO-PERIOD follows C4000-PARSE-ENTRY, naming the entry      261009MA
079700*that never got its period.                                       261009MA
079800 C3800-NO-PERIOD.                                                 261009MA
079900     MOVE "E"                  TO WS-FIND-SEV.                    261009MA
080000     MOVE WS-ENTRY-REC         TO WS-FIND-REC.                    261009MA
080100     MOVE SPACES               TO WS-FIND-TEXT.                   261009MA
080200     STRING "LEVEL " DELIMITED BY SIZE                            261009MA
080300            WS-LEVEL-X DELIMITED BY SIZE                          261009MA
080400            " " DELIMITED BY SIZE                                 261009MA
080500            WS-FLD-NAME DELIMITED BY SPACE                        261009MA
080600            " HAS NO TERMINATING PERIOD" DELIMITED BY SIZE        261009MA
080700       INTO WS-FIND-TEXT.                                         261009MA
080800     PERFORM D1000-FINDING THRU D1000-EXIT.                       261009MA
080900 C3800-EXIT.  EXIT.                                               261009MA
081000*                                                                 261009MA
081100*C4000-PARSE-ENTRY tokenizes the finished entry -- level, name,   261009MA
081200*then the clauses that matter here: PIC, COMP and SYNC.  The      261009MA
081300*scan stops at VALUE so literal text is never read as a clause.   261009MA
081400 C4000-PARSE-ENTRY.                                               261009MA
081500     MOVE WS-ENTRY-REC         TO WS-FIND-REC.                    261009MA
081600     MOVE 1                    TO WS-TOK-PTR.                     261009MA
081700     MOVE "N"                  TO WS-TOKENS-DONE-SW WS-ELEM-SW    261009MA
081800                                  WS-COMP-SW WS-SYNC-SW.          261009MA
081900     MOVE SPACES               TO WS-FLD-NAME WS-FLD-PIC          261009MA
082000                                  WS-LEVEL-X.                     261009MA
082100     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261009MA
082200     IF TOKENS-DONE OR WS-TOKEN(1:1) IS NOT NUMERIC               261009MA
082300        GO TO C4000-EXIT.                                         261009MA
082400     IF WS-TOKEN(2:1) = SPACE                                     261009MA
082500        MOVE "0"               TO WS-LEVEL-X(1:1)                 261009MA
082600        MOVE WS-TOKEN(1:1)     TO WS-LEVEL-X(2:1)                 261009MA
082700        MOVE "W"               TO WS-FIND-SEV                     261009MA
082800        MOVE SPACES            TO WS-FIND-TEXT                    261009MA
082900        STRING "ONE-DIGIT LEVEL NUMBER " DELIMITED BY SIZE        261009MA
083000               WS-TOKEN(1:1) DELIMITED BY SIZE                    261009MA
083100               " -- THE STANDARD IS TWO DIGITS" DELIMITED BY SIZE 261009MA
083200          INTO WS-FIND-TEXT                                       261009MA
083300        PERFORM D1000-FINDING THRU D1000-EXIT                     261009MA
083400     ELSE                                                         261009MA
083500        MOVE WS-TOKEN(1:2)     TO WS-LEVEL-X                      261009MA
083600     END-IF.                                                      261009MA
083700     MOVE WS-LEVEL-X           TO WS-LEVEL.                       261009MA
083800     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261009MA
083900     IF TOKENS-DONE                                               261009MA
084000        MOVE "FILLER"          TO WS-FLD-NAME                     261009MA
084100        GO TO C4000-CHECK.                                        261009MA
084200*A nameless entry goes straight into its clauses.                 261009MA
084300     IF WS-TOKEN = "PIC" OR "PICTURE" OR "REDEFINES" OR "OCCURS"  261009MA
084400        OR "USAGE" OR "COMP" OR "VALUE" OR "SYNC"                 261009MA
084500        MOVE "FILLER"          TO WS-FLD-NAME                     261009MA
084600        GO TO C4000-CLAUSE                                        261009MA
084700     END-IF.                                                      261009MA
084800     MOVE WS-TOKEN             TO WS-FLD-NAME.                    261009MA
084900 C4000-NEXT.                                                      261009MA
085000     PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT.                    261009MA
085100 C4000-CLAUSE.                                                    261009MA
085200     IF TOKENS-DONE OR WS-TOKEN = "VALUE" OR "VALUES"             261009MA
085300        GO TO C4000-CHECK.                                        261009MA
085400     IF WS-TOKEN = "PIC" OR "PICTURE"                             261009MA
085500        PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT                  261009MA
085600        IF WS-TOKEN = "IS"                                        261009MA
085700           PERFORM E8000-NEXT-TOKEN THRU E8000-EXIT               261009MA
085800        END-IF                                                    261009MA
085900        MOVE WS-TOKEN          TO WS-FLD-PIC                      261009MA
086000        MOVE "Y"               TO WS-ELEM-SW                      261009MA
086100        GO TO C4000-NEXT.                                         261009MA
086200     IF WS-TOKEN = "COMP" OR "COMP-4" OR "COMP-5" OR "BINARY"     261009MA
086300        OR "COMPUTATIONAL" OR "COMPUTATIONAL-4"                   261009MA
086400        MOVE "Y"               TO WS-COMP-SW                      261009MA
086500        GO TO C4000-NEXT.                                         261009MA
086600     IF WS-TOKEN = "COMP-1" OR "COMP-2" OR "INDEX"                261009MA
086700        MOVE "Y"               TO WS-ELEM-SW                      261009MA
086800        GO TO C4000-NEXT.                                         261009MA
086900     IF WS-TOKEN = "SYNC" OR WS-TOKEN(1:8) = "SYNCHRON"           261009MA
087000        MOVE "Y"               TO WS-SYNC-SW                      261009MA
087100        GO TO C4000-NEXT.                                         261009MA
087200     GO TO C4000-NEXT.                                            261009MA
087300 C4000-CHECK.                                                     261009MA
087400     IF WS-LEVEL = 88 OR WS-LEVEL = 66                            261009MA
087500        PERFORM C4100-CONDITION THRU C4100-EXIT                   261009MA
087600        GO TO C4000-EXIT.                                         261009MA
087700     IF WS-LEVEL = 0 OR (WS-LEVEL > 49 AND WS-LEVEL NOT = 77)     261009MA
087800        MOVE "E"               TO WS-FIND-SEV                     261009MA
087900        MOVE SPACES            TO WS-FIND-TEXT                    261009MA
088000        STRING "LEVEL " DELIMITED BY SIZE                         261009MA
088100               WS-LEVEL-X DELIMITED BY SIZE                       261009MA
088200               " IS NOT A VALID LEVEL NUMBER (" DELIMITED BY SIZE 261009MA
088300               WS-FLD-NAME DELIMITED BY SPACE                     261009MA
088400               ")" DELIMITED BY SIZE                              261009MA
088500          INTO WS-FIND-TEXT                                       261009MA
088600        PERFORM D1000-FINDING THRU D1000-EXIT                     261009MA
088700        GO TO C4000-EXIT.                                         261009MA
088800     PERFORM C4200-LEVEL-ORDER THRU C4200-EXIT.                   261009MA
088900     IF ENTRY-ELEMENTARY AND ENTRY-COMP AND NOT ENTRY-SYNC        261009MA
089000        MOVE "W"               TO WS-FIND-SEV                     261009MA
089100        MOVE SPACES            TO WS-FIND-TEXT                    261009MA
089200        STRING "COMP ITEM " DELIMITED BY SIZE                     261009MA
089300               WS-FLD-NAME DELIMITED BY SPACE                     261009MA
089400               " HAS NO SYNC CLAUSE" DELIMITED BY SIZE            261009MA
089500          INTO WS-FIND-TEXT                                       261009MA
089600        PERFORM D1000-FINDING THRU D1000-EXIT.                    261009MA
089700     IF WS-FLD-PIC(1:1) = "9" OR "V" OR "P"                       261009MA
089800        PERFORM C4300-AMOUNT-NAME THRU C4300-EXIT                 261009MA
089900        IF NAME-IS-AMOUNT                                         261009MA
090000           MOVE "W"            TO WS-FIND-SEV                     261009MA
090100           MOVE SPACES         TO WS-FIND-TEXT                    261009MA
090200           STRING "AMOUNT FIELD " DELIMITED BY SIZE               261009MA
090300                  WS-FLD-NAME DELIMITED BY SPACE                  261009MA
090400                  " IS UNSIGNED -- PIC " DELIMITED BY SIZE        261009MA
090500                  WS-FLD-PIC DELIMITED BY SPACE                   261009MA
090600             INTO WS-FIND-TEXT                                    261009MA
090700           PERFORM D1000-FINDING THRU D1000-EXIT                  261009MA
090800        END-IF                                                    261009MA
090900     END-IF.                                                      261009MA
091000     IF WS-FLD-NAME NOT = "FILLER"                                261009MA
091100        PERFORM C4400-DUPLICATE-NAME THRU C4400-EXIT.             261009MA
091200 C4000-EXIT.  EXIT.                                               261009MA
091300*                                                                 261009MA
091400*C4100-CONDITION -- an 88 or 66 needs a data item ahead of it.    261009MA
091500 C4100-CONDITION.                                                 261009MA
091600     IF LV-COUNT > 0                                              261009MA
091700        GO TO C4100-EXIT.                                         261009MA
091800     MOVE "E"                  TO WS-FIND-SEV.                    261009MA
091900     MOVE SPACES               TO WS-FIND-TEXT.                   261009MA
092000     STRING "LEVEL " DELIMITED BY SIZE                            261009MA
092100            WS-LEVEL-X DELIMITED BY SIZE                          261009MA
092200            " " DELIMITED BY SIZE                                 261009MA
092300            WS-FLD-NAME DELIMITED BY SPACE                        261009MA
092400            " COMES BEFORE ANY DATA ITEM" DELIMITED BY SIZE       261009MA
092500       INTO WS-FIND-TEXT.                                         261009MA
092600     PERFORM D1000-FINDING THRU D1000-EXIT.                       261009MA
092700 C4100-EXIT.  EXIT.                                               261009MA
092800*                                                                 261009MA
092900*C4200-LEVEL-ORDER keeps the stack of open levels.  An 01 or 77   261009MA
093000*starts afresh; a deeper level must sit under a group, not an     261009MA
093100*elementary item or a 77; a shallower level must match a level    261009MA
093200*still open above it.  A member may start below 01 (a copybook    261009MA
093300*COPYd inside a group), so its first level is simply taken.       261009MA
093400 C4200-LEVEL-ORDER.                                               261009MA
093500     IF WS-LEVEL = 1 OR WS-LEVEL = 77                             261009MA
093600        MOVE 0                 TO LV-COUNT                        261009MA
093700        GO TO C4280-PUSH.                                         261009MA
093800     IF LV-COUNT = 0                                              261009MA
093900        GO TO C4280-PUSH.                                         261009MA
094000     IF WS-LEVEL > LV-LEVEL(LV-COUNT)                             261009MA
094100        GO TO C4250-DEEPER.                                       261009MA
094200 C4210-POP.                                                       261009MA
094300     IF LV-COUNT > 0                                              261009MA
094400        IF LV-LEVEL(LV-COUNT) > WS-LEVEL                          261009MA
094500           SUBTRACT 1 FROM LV-COUNT                               261009MA
094600           GO TO C4210-POP.                                       261009MA
094700     IF LV-COUNT > 0                                              261009MA
094800        IF LV-LEVEL(LV-COUNT) = WS-LEVEL                          261009MA
094900           SUBTRACT 1 FROM LV-COUNT                               261009MA
095000           GO TO C4280-PUSH.                                      261009MA
095100     MOVE "E"                  TO WS-FIND-SEV.                    261009MA
095200     MOVE SPACES               TO WS-FIND-TEXT.                   261009MA
095300     STRING "LEVEL " DELIMITED BY SIZE                            261009MA
095400            WS-LEVEL-X DELIMITED BY SIZE                          261009MA
095500            " " DELIMITED BY SIZE                                 261009MA
095600            WS-FLD-NAME DELIMITED BY SPACE                        261009MA
095700            " DOES NOT LINE UP WITH ANY ENCLOSING LEVEL"          261009MA
095800            DELIMITED BY SIZE                                     261009MA
095900       INTO WS-FIND-TEXT.                                         261009MA
096000     PERFORM D1000-FINDING THRU D1000-EXIT.                       261009MA
096100     GO TO C4280-PUSH.                                            261009MA
096200 C4250-DEEPER.                                                    261009MA
096300     IF LV-ELEM-SW(LV-COUNT) = "N" AND LV-LEVEL(LV-COUNT) NOT = 77261009MA
096400        GO TO C4280-PUSH.                                         261009MA
096500     MOVE "E"                  TO WS-FIND-SEV.                    261009MA
096600     MOVE SPACES               TO WS-FIND-TEXT.                   261009MA
096700     STRING "LEVEL " DELIMITED BY SIZE                            261009MA
096800            WS-LEVEL-X DELIMITED BY SIZE                          261009MA
096900            " " DELIMITED BY SIZE                                 261009MA
097000            WS-FLD-NAME DELIMITED BY SPACE                        261009MA
097100            " IS SUBORDINATE TO ELEMENTARY ITEM "                 261009MA
097200            DELIMITED BY SIZE                                     261009MA
097300            LV-NAME(LV-COUNT) DELIMITED BY SPACE                  261009MA
097400       INTO WS-FIND-TEXT.                                         261009MA
097500     PERFORM D1000-FINDING THRU D1000-EXIT.                       261009MA
097600 C4280-PUSH.                                                      261009MA
097700     IF LV-COUNT >= 50                                            261009MA
097800        GO TO C4200-EXIT.                                         261009MA
097900     ADD 1                     TO LV-COUNT.                       261009MA
098000     MOVE WS-LEVEL             TO LV-LEVEL(LV-COUNT).             261009MA
098100     MOVE WS-ELEM-SW           TO LV-ELEM-SW(LV-COUNT).           261009MA
098200     MOVE WS-FLD-NAME          TO LV-NAME(LV-COUNT).              261009MA
098300 C4200-EXIT.  EXIT.                                               261009MA
098400*                                                                 261009MA
098500*C4300-AMOUNT-NAME -- an amount field is one whose name has an    261009MA
098600*amount segment between its hyphens (ORD-TOTAL-AMT, UNIT-PRICE).  261009MA
098700 C4300-AMOUNT-NAME.                                               261009MA
098800     MOVE "N"                  TO WS-AMOUNT-SW.                   261009MA
098900     MOVE 1                    TO WS-PART-PTR.                    261009MA
099000 C4310-PART.                                                      261009MA
099100     IF WS-PART-PTR > 30                                          261009MA
099200        GO TO C4300-EXIT.                                         261009MA
099300     MOVE SPACES               TO WS-NAME-PART.                   261009MA
099400     UNSTRING WS-FLD-NAME DELIMITED BY "-" OR " "                 261009MA
099500        INTO WS-NAME-PART                                         261009MA
099600        WITH POINTER WS-PART-PTR.                                 261009MA
099700     IF WS-NAME-PART = SPACES                                     261009MA
099800        GO TO C4300-EXIT.                                         261009MA
099900     MOVE 1                    TO AH-INDEX.                       261009MA
100000 C4320-HINT.                                                      261009MA
100100     IF AH-INDEX > AH-COUNT                                       261009MA
100200        GO TO C4310-PART.                                         261009MA
100300     IF WS-NAME-PART = AH-ENTRY(AH-INDEX)                         261009MA
100400        MOVE "Y"               TO WS-AMOUNT-SW                    261009MA
100500        GO TO C4300-EXIT.                                         261009MA
100600     ADD 1                     TO AH-INDEX.                       261009MA
100700     GO TO C4320-HINT.                                            261009MA
100800 C4300-EXIT.  EXIT.                                               261009MA
100900*                                                                 261009MA
101000*C4400-DUPLICATE-NAME -- one definition per field name per        261009MA
101100*member; the second is reported against the first.                261009MA
101200 C4400-DUPLICATE-NAME.                                            261009MA
101300     MOVE 1                    TO DN-INDEX.                       261009MA
101400 C4410-HUNT.                                                      261009MA
101500     IF DN-INDEX > DN-COUNT                                       261009MA
101600        GO TO C4420-ADD.                                          261009MA
101700     IF DN-NAME(DN-INDEX) = WS-FLD-NAME                           261009MA
101800        GO TO C4430-REPORT.                                       261009MA
101900     ADD 1                     TO DN-INDEX.                       261009MA
102000     GO TO C4410-HUNT.                                            261009MA
102100 C4420-ADD.                                                       261009MA
102200     IF DN-COUNT >= MAX-DN-ENTRIES                                261009MA
102300        GO TO C4400-EXIT.                                         261009MA
102400     ADD 1                     TO DN-COUNT.                       261009MA
102500     MOVE WS-FLD-NAME          TO DN-NAME(DN-COUNT).              261009MA
102600     MOVE WS-ENTRY-REC         TO DN-REC-NO(DN-COUNT).            261009MA
102700     GO TO C4400-EXIT.                                            261009MA
102800 C4430-REPORT.                                                    261009MA
102900     MOVE DN-REC-NO(DN-INDEX)  TO WS-NUM-ED.                      261009MA
103000     PERFORM E8300-NUM-TEXT THRU E8300-EXIT.                      261009MA
103100     MOVE "W"                  TO WS-FIND-SEV.                    261009MA
103200     MOVE SPACES               TO WS-FIND-TEXT.                   261009MA
103300     STRING "FIELD " DELIMITED BY SIZE                            261009MA
103400            WS-FLD-NAME DELIMITED BY SPACE                        261009MA
103500            " IS ALREADY DEFINED AT RECORD " DELIMITED BY SIZE    261009MA
103600            WS-NUM-TEXT DELIMITED BY SPACE                        261009MA
103700       INTO WS-FIND-TEXT.                                         261009MA
103800     PERFORM D1000-FINDING THRU D1000-EXIT.                       261009MA
103900 C4400-EXIT.  EXIT.                                               261009MA
104000*                                                                 261009MA
104100*=========================================================        261009MA
104200*Report.                                                          261009MA
104300*=========================================================        261009MA
104400*D1000-FINDING writes one rated finding against the current       261009MA
104500*copylib and member and counts it.                                261009MA
104600 D1000-FINDING.                                                   261009MA
104700     IF WS-FIND-SEV = "E"                                         261009MA
104800        MOVE "ERROR"           TO LF-SEVERITY                     261009MA
104900        ADD 1                  TO WS-LIB-ERRORS WS-ERROR-TOTAL    261009MA
105000     ELSE                                                         261009MA
105100        MOVE "WARNING"         TO LF-SEVERITY                     261009MA
105200        ADD 1                  TO WS-LIB-WARNINGS WS-WARNING-TOTAL261009MA
105300     END-IF.                                                      261009MA
105400     MOVE WS-COPYLIB           TO LF-COPYLIB.                     261009MA
105500     MOVE SAVE-NAME            TO LF-MEMBER.                      261009MA
105600     MOVE WS-FIND-REC          TO LF-RECORD.                      261009MA
105700     MOVE WS-FIND-TEXT         TO LF-TEXT.                        261009MA
105800     MOVE FINDING-LINE         TO RPT-RECORD.                     261009MA
105900     WRITE RPT-RECORD.                                            261009MA
106000 D1000-EXIT.  EXIT.                                               261009MA
106100*                                                                 261009MA
106200*=========================================================        261009MA
106300*Token helpers.                                                   261009MA
106400*=========================================================        261009MA
106500 E8000-NEXT-TOKEN.                                                261009MA
106600     MOVE SPACES              TO WS-TOKEN.                        261009MA
106700 E8000-HUNT.                                                      261009MA
106800     IF WS-TOK-PTR >= WS-ENT-PTR                                  261009MA
106900        MOVE "Y"              TO WS-TOKENS-DONE-SW                261009MA
107000        GO TO E8000-EXIT.                                         261009MA
107100     UNSTRING WS-ENTRY-BUF DELIMITED BY ALL " "                   261009MA
107200        INTO WS-TOKEN                                             261009MA
107300        WITH POINTER WS-TOK-PTR.                                  261009MA
107400     IF WS-TOKEN = SPACES                                         261009MA
107500        GO TO E8000-HUNT.                                         261009MA
107600     IF WS-TOKEN = "."                                            261009MA
107700        MOVE SPACES           TO WS-TOKEN                         261009MA
107800        GO TO E8000-HUNT.                                         261009MA
107900     PERFORM E8100-STRIP-PERIOD THRU E8100-EXIT.                  261009MA
108000 E8000-EXIT.  EXIT.                                               261009MA
108100*                                                                 261009MA
108200 E8100-STRIP-PERIOD.                                              261009MA
108300     MOVE 30                  TO WS-TOK-LEN.                      261009MA
108400 E8100-HUNT.                                                      261009MA
108500     IF WS-TOK-LEN < 1                                            261009MA
108600        GO TO E8100-EXIT.                                         261009MA
108700     IF WS-TOKEN(WS-TOK-LEN:1) = SPACE                            261009MA
108800        SUBTRACT 1 FROM WS-TOK-LEN                                261009MA
108900        GO TO E8100-HUNT.                                         261009MA
109000     IF WS-TOKEN(WS-TOK-LEN:1) = "."                              261009MA
109100        MOVE SPACE            TO WS-TOKEN(WS-TOK-LEN:1).          261009MA
109200 E8100-EXIT.  EXIT.                                               261009MA
109300*                                                                 261009MA
109400*E8300-NUM-TEXT left-justifies the number in WS-NUM-ED into       261009MA
109500*WS-NUM-TEXT for stringing into a message.                        261009MA
109600 E8300-NUM-TEXT.                                                  261009MA
109700     MOVE 0                    TO WS-LEAD-CT.                     261009MA
109800     INSPECT WS-NUM-ED TALLYING WS-LEAD-CT FOR LEADING " ".       261009MA
109900     MOVE SPACES               TO WS-NUM-TEXT.                    261009MA
110000     MOVE WS-NUM-ED(WS-LEAD-CT + 1:) TO WS-NUM-TEXT.              261009MA
110100 E8300-EXIT.  EXIT.                                               261009MA
110200 END PROGRAM CPYLINT.                                             261009MA
