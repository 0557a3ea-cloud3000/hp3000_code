000100******************************************************************260923MA
000200* IMGUNLD -- UNLOAD AN IMAGE DATASET TO A DELIMITED LOAD FILE     260923MA
000300******************************************************************260923MA
000400 IDENTIFICATION DIVISION.                                         260923MA
000500 PROGRAM-ID.     IMGUNLD.                                         260923MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    260923MA
000700 DATE-COMPILED.                                                   260923MA
000800*                   COPYRIGHT 2007                                260923MA
000900*          J3K Solutions All rights reserved.                     260923MA
001000*                                                                 260923MA
001100* READS EVERY ENTRY OF ONE NAMED DATASET SERIALLY (DBGET MODE 2,  260923MA
001200* BASE OPENED READ-ONLY, MODE 5) AND WRITES IT AS ONE LINE OF A   260923MA
001300* COMMA-DELIMITED LOAD FILE THE MYSQL SIDE IMPORTS DIRECTLY.      260923MA
001400* EACH ENTRY IS DECODED THROUGH ITS MIRROR COPYBOOK MEMBER (THE   260923MA
001500* FIRST EIGHT CHARACTERS OF THE DATASET NAME, AS IMGSCHM AND      260923MA
001600* IMGDRFT MATCH THEM), WHOSE FIELD MAP COMES FROM CPYMAP -- THE   260923MA
001700* SAME RULES CPYLAYT WRITES TO LAYDATA.  FIELD BY FIELD:          260923MA
001800*   - PACKED, COMP AND SIGNED-DISPLAY NUMBERS COME OUT AS PLAIN   260923MA
001900*     NUMBERS: LEADING MINUS, DECIMAL POINT WHERE THE PIC HAS V;  260923MA
002000*   - EVERYTHING ELSE IS QUOTED ("), TRAILING BLANKS DROPPED,     260923MA
002100*     AN EMBEDDED QUOTE OR BACKSLASH DOUBLED, CONTROL BYTES       260923MA
002200*     BLANKED SO NO VALUE CAN BREAK A LINE;                       260923MA
002300*   - A NUMBER WHOSE BYTES DO NOT DECODE, AND ANY COMP-1/COMP-2   260923MA
002400*     FIELD, IS WRITTEN AS \N (NULL) AND COUNTED;                 260923MA
002500*   - FILLER, GROUPS AND REDEFINED VIEWS ARE PASSED OVER, SO      260923MA
002600*     EACH BYTE IS UNLOADED ONCE; OCCURS FIELDS GIVE ONE COLUMN   260923MA
002700*     PER OCCURRENCE (NAME_1, NAME_2, ...).                       260923MA
002800* THE FIRST LINE NAMES THE COLUMNS (LOAD WITH IGNORE 1 LINES).    260923MA
002900* A CONTROL RECORD IS APPENDED TO UNLDCTL FOR EVERY UNLOAD --     260923MA
003000* ENTRY COUNT, COLUMN COUNT, NULLED VALUES AND A HASH TOTAL OF    260923MA
003100* THE KEY NUMERIC FIELDS NAMED ON THE RUN (EVERY NUMERIC FIELD    260923MA
003200* WHEN NONE ARE NAMED) -- SO THE LOAD TEAM CAN PROVE THE ROWS     260923MA
003300* AND VALUES ARRIVED WHOLE.  THE RUN IS LOGGED TO CLAUDIT.        260923MA
003400*-----------------------------------------------------------------260923MA
003500* MODIFICATION HISTORY                                            260923MA
003600* 260923MA  INITIAL VERSION.                                      260923MA
003650* 260925MA  MAP AREA TAKES CPYMAP'S NEW CONDITION-VALUE TABLE.    260925MA
003700*-----------------------------------------------------------------260923MA
003800*                                                                 260923MA
003900 ENVIRONMENT DIVISION.                                            260923MA
004000 CONFIGURATION SECTION.                                           260923MA
004100 SOURCE-COMPUTER. HP-3000.                                        260923MA
004200 OBJECT-COMPUTER. HP-3000.                                        260923MA
004300 SPECIAL-NAMES.                                                   260923MA
004400 CONDITION-CODE IS CC.                                            260923MA
004500*                                                                 260923MA
004600 INPUT-OUTPUT SECTION.                                            260923MA
004700 FILE-CONTROL.                                                    260923MA
004800     SELECT INFILE   ASSIGN TO DUMMY USING WS-COPYLIB.            260923MA
004900     SELECT UNLCTL   ASSIGN TO "UNLDCTL,,,,1000".                 260923MA
005000*                                                                 260923MA
005100 DATA DIVISION.                                                   260923MA
005200 FILE SECTION.                                                    260923MA
005300 FD  INFILE                                                       260923MA
005400     RECORD CONTAINS 86 CHARACTERS.                               260923MA
005500 01  INFILE-RECORD.                                               260923MA
005600     03  IR-COBOL-CODE        PIC X(72).                          260923MA
005700     03  IR-COPY-NAME         PIC X(08).                          260923MA
005800     03                       PIC X(06).                          260923MA
005900*                                                                 260923MA
006000*One control record per unload.  The hash total is carried as     260923MA
006100*a separate sign and an unsigned amount, as CLCHGMBR carries      260923MA
006200*its length delta.                                                260923MA
006300 FD  UNLCTL                                                       260923MA
006400     RECORD CONTAINS 145 CHARACTERS.                              260923MA
006500 01  UNL-RECORD.                                                  260923MA
006600     03  UNL-BASE             PIC X(26).                          260923MA
006700     03  UNL-DATASET          PIC X(16).                          260923MA
006800     03  UNL-LOAD-FILE        PIC X(34).                          260923MA
006900     03  UNL-ENTRY-COUNT      PIC 9(09).                          260923MA
007000     03  UNL-COLUMN-COUNT     PIC 9(05).                          260923MA
007100     03  UNL-HASH-SIGN        PIC X(01).                          260923MA
007200     03  UNL-HASH-TOTAL       PIC 9(14)V9(04).                    260923MA
007300     03  UNL-NULL-COUNT       PIC 9(09).                          260923MA
007400     03  UNL-RUN-DATE         PIC X(27).                          260923MA
007500*                                                                 260923MA
007600 WORKING-STORAGE SECTION.                                         260923MA
007700*                                                                 260923MA
007800 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              260923MA
007900 01 WS-BASE-NAME            PIC X(26)  VALUE SPACES.              260923MA
008000 01 WS-PASSWORD             PIC X(16)  VALUE SPACES.              260923MA
008100 01 WS-SET-NAME             PIC X(16)  VALUE SPACES.              260923MA
008200 01 WS-COPYLIB              PIC X(26)  VALUE SPACES.              260923MA
008300 01 WS-LOAD-FILE            PIC X(34)  VALUE SPACES.              260923MA
008400 01 WS-HASH-LIST            PIC X(120) VALUE SPACES.              260923MA
008500 01 WS-MEMBER-NAME          PIC X(08)  VALUE SPACES.              260923MA
008600*                                                                 260923MA
008700*Key fields whose values make up the hash total, as named on      260923MA
008800*the run (slash-separated).  None named means every numeric       260923MA
008900*column counts.                                                   260923MA
009000 77 HF-COUNT                PIC S9(04) COMP VALUE 0.              260923MA
009100 77 HF-INDEX                PIC S9(04) COMP VALUE 0.              260923MA
009200 01 HASH-FIELD-TABLE.                                             260923MA
009300    03 HF-ENTRY OCCURS 10.                                        260923MA
009400       05 HF-NAME           PIC X(30).                            260923MA
009500       05 HF-USED-SW        PIC X(01).                            260923MA
009600*                                                                 260923MA
009700*DBOPEN wants the base name preceded by two blanks.               260923MA
009800 01 DB-BASE                 PIC X(28)  VALUE SPACES.              260923MA
009900 01 DB-PASSWORD             PIC X(16)  VALUE SPACES.              260923MA
010000 01 DB-OPEN-MODE            PIC S9(04) COMP VALUE 5.              260923MA
010100 01 DB-CLOSE-MODE           PIC S9(04) COMP VALUE 1.              260923MA
010200 01 DB-GET-MODE             PIC S9(04) COMP VALUE 2.              260923MA
010300 01 DB-DUMMY-SET            PIC X(16)  VALUE SPACES.              260923MA
010400 01 DB-SET-NAME             PIC X(16)  VALUE SPACES.              260923MA
010500*"@;" asks for every item of the entry, in schema order --        260923MA
010600*the order the mirror member lays them out in.                    260923MA
010700 01 DB-LIST                 PIC X(04)  VALUE "@;".                260923MA
010800 01 DB-ARGUMENT             PIC X(16)  VALUE SPACES.              260923MA
010900*Standard ten-word IMAGE status area.  After a DBGET word two     260923MA
011000*is the length of the entry returned, in words.                   260923MA
011100 01 DB-STATUS-AREA.                                               260923MA
011200    03 DB-COND              PIC S9(04) COMP VALUE 0.              260923MA
011300    03 DB-ENTRY-WORDS       PIC S9(04) COMP VALUE 0.              260923MA
011400    03                      PIC X(16)  VALUE SPACES.              260923MA
011500 01 DB-ENTRY-BUFFER         PIC X(4096) VALUE SPACES.             260923MA
011600*                                                                 260923MA
011700*The mirror member's source lines and CPYMAP's field map, laid    260923MA
011800*out as CPYMAP's LINKAGE SECTION defines them.                    260923MA
011900 77 MAX-LINE-ENTRIES        PIC S9(04) COMP VALUE 1500.           260923MA
012000 01 WS-MAP-REQUEST.                                               260923MA
012100    03 CM-LINE-COUNT        PIC S9(04) COMP.                      260923MA
012200    03 CM-LINE-TABLE.                                             260923MA
012300       05 CM-LINE           PIC X(66) OCCURS 1500.                260923MA
012400 01 WS-MAP-ANSWER.                                                260923MA
012500    03 CM-FIELD-COUNT       PIC S9(04) COMP.                      260923MA
012600    03 CM-RECORD-LEN        PIC S9(09) COMP.                      260923MA
012700    03 CM-FIELD-ENTRY OCCURS 500.                                 260923MA
012800       05 CM-NAME           PIC X(30).                            260923MA
012900       05 CM-LEVEL          PIC 9(02).                            260923MA
013000       05 CM-OFFSET         PIC S9(09) COMP.                      260923MA
013100       05 CM-LENGTH         PIC S9(09) COMP.                      260923MA
013200       05 CM-OCCURS         PIC 9(04).                            260923MA
013300       05 CM-CLASS          PIC X(01).                            260923MA
013400       05 CM-USAGE          PIC X(08).                            260923MA
013500       05 CM-DIGITS         PIC 9(02).                            260923MA
013600       05 CM-SCALE          PIC 9(02).                            260923MA
013700       05 CM-SIGNED-SW      PIC X(01).                            260923MA
013800       05 CM-REDEF-SW       PIC X(01).                            260923MA
013820*Condition-name values, not used here.                            260925MA
013840    03 FILLER               PIC X(28202).                         260925MA
013900 77 FX                      PIC S9(04) COMP VALUE 0.              260923MA
014000 77 AX                      PIC S9(04) COMP VALUE 0.              260923MA
014100 77 PX                      PIC S9(04) COMP VALUE 0.              260923MA
014200*                                                                 260923MA
014300*One entry per output column: the field it comes from, where      260923MA
014400*this occurrence starts in the entry, its occurrence number       260923MA
014500*(zero for a field that does not repeat), and whether it          260923MA
014600*counts toward the hash total.                                    260923MA
014700 77 CL-COUNT                PIC S9(04) COMP VALUE 0.              260923MA
014800 77 CL-INDEX                PIC S9(04) COMP VALUE 0.              260923MA
014900 77 CL-FIRST                PIC S9(04) COMP VALUE 0.              260923MA
015000 77 CL-LAST                 PIC S9(04) COMP VALUE 0.              260923MA
015100 77 CL-COPY                 PIC S9(04) COMP VALUE 0.              260923MA
015200 77 MAX-CL-ENTRIES          PIC S9(04) COMP VALUE 1000.           260923MA
015300 01 COLUMN-TABLE.                                                 260923MA
015400    03 CL-ENTRY OCCURS 1000.                                      260923MA
015500       05 CL-FIELD-IX       PIC S9(04) COMP.                      260923MA
015600       05 CL-OFFSET         PIC S9(09) COMP.                      260923MA
015700       05 CL-OCC-NO         PIC S9(04) COMP.                      260923MA
015800       05 CL-HASH-SW        PIC X(01).                            260923MA
015900 01 WS-TIMES                PIC S9(04) COMP VALUE 0.              260923MA
016000 01 WS-STRIDE               PIC S9(09) COMP VALUE 0.              260923MA
016100 01 WS-REPEAT               PIC S9(04) COMP VALUE 0.              260923MA
016200 01 WS-WIDEST               PIC S9(09) COMP VALUE 0.              260923MA
016300 01 WS-FLOAT-COLS           PIC S9(04) COMP VALUE 0.              260923MA
016400*                                                                 260923MA
016500*The line being built.  Every column's widest possible form is    260923MA
016600*added up before the first entry is read (B3000), so a line       260923MA
016700*can never outgrow the buffer.                                    260923MA
016800 77 MAX-LINE-BYTES          PIC S9(04) COMP VALUE 8000.           260923MA
016900 01 WS-OUT-LINE             PIC X(8000) VALUE SPACES.             260923MA
017000 01 WS-OUT-PTR              PIC S9(04) COMP VALUE 1.              260923MA
017100 01 WS-WRITE-LEN            PIC S9(04) COMP VALUE 0.              260923MA
017200 01 WS-COL-NAME             PIC X(30)  VALUE SPACES.              260923MA
017300 01 ED-OCC-NO               PIC ZZZ9.                             260923MA
017400 01 WS-OCC-TEXT             PIC X(04)  VALUE SPACES.              260923MA
017500 01 WS-LEAD-CT              PIC S9(04) COMP VALUE 0.              260923MA
017600*                                                                 260923MA
017700*Field decoding work areas.                                       260923MA
017800 01 WS-POS                  PIC S9(09) COMP VALUE 0.              260923MA
017900 01 WS-LEN                  PIC S9(09) COMP VALUE 0.              260923MA
018000 01 WS-BYTE-IX              PIC S9(09) COMP VALUE 0.              260923MA
018100 01 WS-END                  PIC S9(09) COMP VALUE 0.              260923MA
018200 01 WS-CH                   PIC X(01)  VALUE SPACES.              260923MA
018300 01 WS-VALID-SW             PIC X(01)  VALUE "Y".                 260923MA
018400    88 VALUE-DECODED                   VALUE "Y".                 260923MA
018500 01 WS-NEGATIVE-SW          PIC X(01)  VALUE "N".                 260923MA
018600 01 WS-NUM-VALUE            PIC S9(18) COMP VALUE 0.              260923MA
018700 01 WS-NUM-ABS              PIC 9(18)  VALUE 0.                   260923MA
018800 01 WS-NUM-DIGITS REDEFINES WS-NUM-ABS                            260923MA
018900                            PIC X(18).                            260923MA
019000 01 WS-INT-END              PIC S9(04) COMP VALUE 0.              260923MA
019100 01 WS-FIRST-SIG            PIC S9(04) COMP VALUE 0.              260923MA
019200 01 WS-PART-LEN             PIC S9(04) COMP VALUE 0.              260923MA
019300 01 WS-DIGIT                PIC S9(04) COMP VALUE 0.              260923MA
019400 01 WS-DIGIT-X              PIC X(01)  VALUE SPACES.              260923MA
019500 01 WS-DIGIT-9 REDEFINES WS-DIGIT-X                               260923MA
019600                            PIC 9(01).                            260923MA
019700*Trailing overpunch: the last byte of a signed display number     260923MA
019800*carries its sign in the digit -- { A-I positive, } J-R           260923MA
019900*negative.                                                        260923MA
020000 01 WS-POS-PUNCH            PIC X(10)  VALUE "{ABCDEFGHI".        260923MA
020100 01 WS-NEG-PUNCH            PIC X(10)  VALUE "}JKLMNOPQR".        260923MA
020200 01 WS-PUNCH-IX             PIC S9(04) COMP VALUE 0.              260923MA
020300*A byte's value, 0-255, read through a halfword whose high        260923MA
020400*byte is held at zero -- the nibbles of a packed field.           260923MA
020500 01 WS-BYTE-WORK.                                                 260923MA
020600    03 WS-BYTE-HIGH         PIC X(01)  VALUE LOW-VALUE.           260923MA
020700    03 WS-BYTE-LOW          PIC X(01)  VALUE LOW-VALUE.           260923MA
020800 01 WS-BYTE-VAL REDEFINES WS-BYTE-WORK                            260923MA
020900                            PIC S9(04) COMP.                      260923MA
021000 01 WS-NIB-HIGH             PIC S9(04) COMP VALUE 0.              260923MA
021100 01 WS-NIB-LOW              PIC S9(04) COMP VALUE 0.              260923MA
021200*Binary fields are moved into a work item of their own width.     260923MA
021300 01 WS-BIN-2-X              PIC X(02)  VALUE LOW-VALUES.          260923MA
021400 01 WS-BIN-2 REDEFINES WS-BIN-2-X                                 260923MA
021500                            PIC S9(04) COMP.                      260923MA
021600 01 WS-BIN-4-X              PIC X(04)  VALUE LOW-VALUES.          260923MA
021700 01 WS-BIN-4 REDEFINES WS-BIN-4-X                                 260923MA
021800                            PIC S9(09) COMP.                      260923MA
021900 01 WS-BIN-8-X              PIC X(08)  VALUE LOW-VALUES.          260923MA
022000 01 WS-BIN-8 REDEFINES WS-BIN-8-X                                 260923MA
022100                            PIC S9(18) COMP.                      260923MA
022200*                                                                 260923MA
022300 01 WS-HASH-TOTAL           PIC S9(14)V9(04) VALUE 0.             260923MA
022400 01 WS-HASH-ABS             PIC 9(14)V9(04) VALUE 0.              260923MA
022500 77 WS-ENTRY-CT             PIC S9(09) COMP VALUE 0.              260923MA
022600 77 WS-NULL-CT              PIC S9(09) COMP VALUE 0.              260923MA
022700 77 WS-BAD-CT               PIC S9(09) COMP VALUE 0.              260923MA
022800 01 WS-CHECKED-SW           PIC X(01)  VALUE "N".                 260923MA
022900 01 ED-COUNT                PIC Z(8)9.                            260923MA
023000 01 ED-HASH                 PIC -(14)9.9(04).                     260923MA
023100*                                                                 260923MA
023200*Load file, opened through HPFOPEN as CL2HTML opens its pages     260923MA
023300*-- a byte-stream file, so each line is written at its own        260923MA
023400*length with no trailing blanks for the import to trip on.        260923MA
023500 01 HPFOPEN-PARMS.                                                260923MA
023600    03 HP-CONST-0           PIC S9(9)  COMP SYNC VALUE 0.         260923MA
023700    03 HP-CONST-1           PIC S9(9)  COMP SYNC VALUE 1.         260923MA
023800    03 HP-CONST-2           PIC S9(9)  COMP SYNC VALUE 2.         260923MA
023900    03 HP-CONST-4           PIC S9(9)  COMP SYNC VALUE 4.         260923MA
024000    03 HP-CONST-9           PIC S9(9)  COMP SYNC VALUE 9.         260923MA
024100    03 HP-FILE-NAME         PIC X(256) VALUE SPACES.              260923MA
024200    03 HP-FNUM-D            PIC S9(9)  COMP SYNC.                 260923MA
024300    03 HP-FNUM-D-REDEF REDEFINES HP-FNUM-D.                       260923MA
024400       05                   PIC X(02).                            260923MA
024500       05 HP-FNUM           PIC S9(4)  COMP.                      260923MA
024600    03 HP-STATUS            PIC S9(9)  COMP SYNC.                 260923MA
024700 01 ERR                     PIC S9(4)  COMP VALUE 0.              260923MA
024800 01 ERR-LEN                 PIC S9(4)  COMP VALUE 0.              260923MA
024900 01 ERR-MSG                 PIC X(78)  VALUE SPACES.              260923MA
025000 01 S1                      PIC S9(4)  COMP VALUE 0.              260923MA
025100*                                                                 260923MA
025200 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              260923MA
025300*Operator identity and audit-log request passed to AUDLOG,        260923MA
025400*and the run completion code, kept apart from RETURN-CODE         260923MA
025500*(which every AUDLOG call resets) and applied at STOP RUN.        260923MA
025600 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              260923MA
025700 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              260923MA
025800 01 WS-AUDIT-REQUEST.                                             260923MA
025900    03 AR-PROGRAM-NAME         PIC X(08) VALUE "IMGUNLD".         260923MA
026000    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            260923MA
026100    03 AR-EVENT                PIC X(06) VALUE SPACES.            260923MA
026200    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            260923MA
026300    03 AR-PARM-1               PIC X(26) VALUE SPACES.            260923MA
026400    03 AR-PARM-2               PIC X(10) VALUE SPACES.            260923MA
026500*                                                                 260923MA
026600*=================================================================260923MA
026700*Main logical flow                                                260923MA
026800*=================================================================260923MA
026900 PROCEDURE DIVISION.                                              260923MA
027000 BEGIN-0000.                                                      260923MA
027100     DISPLAY "IMGUNLD Version 1.00, Copyright J3K Solutions".     260923MA
027200     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     260923MA
027300     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  260923MA
027400     MOVE "START"              TO AR-EVENT.                       260923MA
027500     MOVE SPACES               TO AR-OUTCOME.                     260923MA
027600     MOVE WS-SET-NAME          TO AR-PARM-1.                      260923MA
027700     MOVE WS-MEMBER-NAME       TO AR-PARM-2.                      260923MA
027800     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260923MA
027900     PERFORM B1000-OPEN-BASE THRU B1000-EXIT.                     260923MA
028000     PERFORM B2000-MAP-MEMBER THRU B2000-EXIT.                    260923MA
028100     PERFORM B3000-BUILD-COLUMNS THRU B3000-EXIT.                 260923MA
028200     PERFORM B4000-OPEN-LOAD-FILE THRU B4000-EXIT.                260923MA
028300     PERFORM B5000-WRITE-HEADER THRU B5000-EXIT.                  260923MA
028400 BEGIN-0010.                                                      260923MA
028500     CALL "DBGET" USING DB-BASE, DB-SET-NAME, DB-GET-MODE,        260923MA
028600                        DB-STATUS-AREA, DB-LIST,                  260923MA
028700                        DB-ENTRY-BUFFER, DB-ARGUMENT.             260923MA
028800     IF DB-COND = 11                                              260923MA
028900        GO TO BEGIN-0020.                                         260923MA
029000     IF DB-COND NOT = 0                                           260923MA
029100        DISPLAY "IMGUNLD: DBGET on " WS-SET-NAME                  260923MA
029200                " failed, condition " DB-COND                     260923MA
029300        MOVE 16               TO RETURN-CODE                      260923MA
029400        STOP RUN                                                  260923MA
029500     END-IF.                                                      260923MA
029600     IF WS-CHECKED-SW = "N"                                       260923MA
029700        PERFORM C1000-CHECK-LENGTH THRU C1000-EXIT.               260923MA
029800     ADD 1                     TO WS-ENTRY-CT.                    260923MA
029900     PERFORM C2000-ONE-ENTRY THRU C2000-EXIT.                     260923MA
030000     GO TO BEGIN-0010.                                            260923MA
030100 BEGIN-0020.                                                      260923MA
030200     CALL INTRINSIC "FCLOSE" USING HP-FNUM, %1, 0.                260923MA
030300     CALL "DBCLOSE" USING DB-BASE, DB-DUMMY-SET,                  260923MA
030400                          DB-CLOSE-MODE, DB-STATUS-AREA.          260923MA
030500     PERFORM D1000-WRITE-CONTROL THRU D1000-EXIT.                 260923MA
030600     MOVE WS-ENTRY-CT          TO ED-COUNT.                       260923MA
030700     DISPLAY "IMGUNLD: " ED-COUNT " entries of " WS-SET-NAME      260923MA
030800             " unloaded to " WS-LOAD-FILE.                        260923MA
030900     MOVE CL-COUNT             TO ED-COUNT.                       260923MA
031000     DISPLAY "IMGUNLD: " ED-COUNT " columns per line".            260923MA
031100     MOVE WS-HASH-TOTAL        TO ED-HASH.                        260923MA
031200     DISPLAY "IMGUNLD: hash total " ED-HASH.                      260923MA
031300     IF WS-NULL-CT > 0                                            260923MA
031400        MOVE WS-NULL-CT        TO ED-COUNT                        260923MA
031500        DISPLAY "IMGUNLD: " ED-COUNT " value(s) written as NULL"  260923MA
031600     END-IF.                                                      260923MA
031700     IF WS-BAD-CT > 0                                             260923MA
031800        MOVE WS-BAD-CT         TO ED-COUNT                        260923MA
031900        DISPLAY "IMGUNLD: " ED-COUNT " of them numeric value(s) " 260923MA
032000                "that did not decode"                             260923MA
032100        MOVE 1                 TO WS-RUN-RC                       260923MA
032200     END-IF.                                                      260923MA
032300     MOVE "FINISH"             TO AR-EVENT.                       260923MA
032400     IF WS-RUN-RC NOT = 0                                         260923MA
032500        MOVE "FAIL"            TO AR-OUTCOME                      260923MA
032600     ELSE                                                         260923MA
032700        MOVE "OK"              TO AR-OUTCOME                      260923MA
032800     END-IF.                                                      260923MA
032900     MOVE WS-SET-NAME          TO AR-PARM-1.                      260923MA
033000     MOVE WS-ENTRY-CT          TO ED-COUNT.                       260923MA
033100     MOVE ED-COUNT             TO AR-PARM-2.                      260923MA
033200     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260923MA
033300     DISPLAY "Normal termination of IMGUNLD run @ " TIME-OF-DAY.  260923MA
033400     IF WS-RUN-RC NOT = 0                                         260923MA
033500        MOVE WS-RUN-RC         TO RETURN-CODE                     260923MA
033600     END-IF.                                                      260923MA
033700     STOP RUN.                                                    260923MA
033800 BEGIN-0000-EXIT. EXIT.                                           260923MA
033900*                                                                 260923MA
034000*A0100-GET-PARMS accepts, as one comma-separated RUN INFO         260923MA
034100*string or prompted, the root-file name, a read password, the     260923MA
034200*dataset, the copylib holding its mirror member, the load file    260923MA
034300*to write (default: the member name) and the key fields for       260923MA
034400*the hash total, slash-separated (default: every numeric          260923MA
034500*field) -- BASE,PASSWORD,DATASET,COPYLIB,LOADFILE,F1/F2/...       260923MA
034600 A0100-GET-PARMS.                                                 260923MA
034700     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        260923MA
034800     IF WS-RUN-INFO NOT = SPACES                                  260923MA
034900        UNSTRING WS-RUN-INFO DELIMITED BY ","                     260923MA
035000           INTO WS-BASE-NAME, WS-PASSWORD, WS-SET-NAME,           260923MA
035100                WS-COPYLIB, WS-LOAD-FILE, WS-HASH-LIST            260923MA
035200     ELSE                                                         260923MA
035300        DISPLAY "Enter IMAGE root file name: " NO ADVANCING       260923MA
035400        ACCEPT WS-BASE-NAME FREE                                  260923MA
035500        DISPLAY "Enter read password: " NO ADVANCING              260923MA
035600        ACCEPT WS-PASSWORD FREE                                   260923MA
035700        DISPLAY "Enter dataset to unload: " NO ADVANCING          260923MA
035800        ACCEPT WS-SET-NAME FREE                                   260923MA
035900        DISPLAY "Enter copylib holding the mirror member: "       260923MA
036000                NO ADVANCING                                      260923MA
036100        ACCEPT WS-COPYLIB FREE                                    260923MA
036200        DISPLAY "Enter load file name (blank for member "         260923MA
036300                "name): " NO ADVANCING                            260923MA
036400        ACCEPT WS-LOAD-FILE FREE                                  260923MA
036500        DISPLAY "Enter hash-total key fields, slash-separated "   260923MA
036600                "(blank for all numeric): " NO ADVANCING          260923MA
036700        ACCEPT WS-HASH-LIST FREE                                  260923MA
036800     END-IF.                                                      260923MA
036900     IF WS-BASE-NAME = SPACES OR WS-SET-NAME = SPACES             260923MA
037000        OR WS-COPYLIB = SPACES                                    260923MA
037100        DISPLAY "IMGUNLD: root file, dataset and copylib are "    260923MA
037200                "required"                                        260923MA
037300        MOVE 16               TO RETURN-CODE                      260923MA
037400        STOP RUN                                                  260923MA
037500     END-IF.                                                      260923MA
037600     MOVE WS-SET-NAME(1:8)     TO WS-MEMBER-NAME.                 260923MA
037700     IF WS-LOAD-FILE = SPACES                                     260923MA
037800        MOVE WS-MEMBER-NAME    TO WS-LOAD-FILE.                   260923MA
037900     MOVE SPACES               TO HASH-FIELD-TABLE.               260923MA
038000     IF WS-HASH-LIST NOT = SPACES                                 260923MA
038100        UNSTRING WS-HASH-LIST DELIMITED BY "/"                    260923MA
038200           INTO HF-NAME(1), HF-NAME(2), HF-NAME(3), HF-NAME(4),   260923MA
038300                HF-NAME(5), HF-NAME(6), HF-NAME(7), HF-NAME(8),   260923MA
038400                HF-NAME(9), HF-NAME(10)                           260923MA
038500           TALLYING IN HF-COUNT                                   260923MA
038600        END-UNSTRING                                              260923MA
038700     END-IF.                                                      260923MA
038800 A0100-EXIT.  EXIT.                                               260923MA
038900*                                                                 260923MA
039000*A0150-SET-OPERATOR records who ran this unload -- BATCH for a    260923MA
039100*stream run driven by the INFO string, or a prompted operator     260923MA
039200*ID for an interactive session.                                   260923MA
039300 A0150-SET-OPERATOR.                                              260923MA
039400     IF WS-RUN-INFO NOT = SPACES                                  260923MA
039500        MOVE "BATCH"           TO WS-OPERATOR                     260923MA
039600     ELSE                                                         260923MA
039700        DISPLAY "Enter operator ID: " NO ADVANCING                260923MA
039800        ACCEPT WS-OPERATOR FREE                                   260923MA
039900     END-IF.                                                      260923MA
040000     MOVE WS-OPERATOR          TO AR-OPERATOR.                    260923MA
040100 A0150-EXIT.  EXIT.                                               260923MA
040200*                                                                 260923MA
040300*B1000-OPEN-BASE opens the base read-only, shared -- mode 5       260923MA
040400*touches nothing and cannot collide with the update jobs.         260923MA
040500 B1000-OPEN-BASE.                                                 260923MA
040600     MOVE SPACES              TO DB-BASE.                         260923MA
040700     MOVE WS-BASE-NAME        TO DB-BASE(3:26).                   260923MA
040800     MOVE WS-PASSWORD         TO DB-PASSWORD.                     260923MA
040900     MOVE WS-SET-NAME         TO DB-SET-NAME.                     260923MA
041000     CALL "DBOPEN" USING DB-BASE, DB-PASSWORD,                    260923MA
041100                         DB-OPEN-MODE, DB-STATUS-AREA.            260923MA
041200     IF DB-COND NOT = 0                                           260923MA
041300        DISPLAY "IMGUNLD: DBOPEN of " WS-BASE-NAME                260923MA
041400                " failed, condition " DB-COND                     260923MA
041500        MOVE 16               TO RETURN-CODE                      260923MA
041600        STOP RUN                                                  260923MA
041700     END-IF.                                                      260923MA
041800 B1000-EXIT.  EXIT.                                               260923MA
041900*                                                                 260923MA
042000*B2000-MAP-MEMBER reads the mirror member's lines out of the      260923MA
042100*copylib -- sequence columns excluded, the CPYDIFF column test    260923MA
042200*-- and has CPYMAP map them.                                      260923MA
042300 B2000-MAP-MEMBER.                                                260923MA
042400     MOVE 0                   TO CM-LINE-COUNT.                   260923MA
042500     OPEN INPUT INFILE.                                           260923MA
042600     IF CC <> 0                                                   260923MA
042700        DISPLAY "IMGUNLD: cannot open copylib " WS-COPYLIB        260923MA
042800        MOVE 16               TO RETURN-CODE                      260923MA
042900        STOP RUN                                                  260923MA
043000     END-IF.                                                      260923MA
043100 B2010-READ.                                                      260923MA
043200     READ INFILE                                                  260923MA
043300        AT END                                                    260923MA
043400           GO TO B2090-DONE.                                      260923MA
043500     IF IR-COPY-NAME NOT = WS-MEMBER-NAME                         260923MA
043600        IF CM-LINE-COUNT > 0                                      260923MA
043700           GO TO B2090-DONE                                       260923MA
043800        END-IF                                                    260923MA
043900        GO TO B2010-READ                                          260923MA
044000     END-IF.                                                      260923MA
044100     IF CM-LINE-COUNT >= MAX-LINE-ENTRIES                         260923MA
044200        DISPLAY "IMGUNLD: member " WS-MEMBER-NAME                 260923MA
044300                " too large to map"                               260923MA
044400        MOVE 16               TO RETURN-CODE                      260923MA
044500        STOP RUN                                                  260923MA
044600     END-IF.                                                      260923MA
044700     ADD 1                    TO CM-LINE-COUNT.                   260923MA
044800     IF INFILE-RECORD(1:6) IS NUMERIC                             260923MA
044900        OR INFILE-RECORD(1:6) = SPACES                            260923MA
045000        MOVE INFILE-RECORD(7:66) TO CM-LINE(CM-LINE-COUNT)        260923MA
045100     ELSE                                                         260923MA
045200        MOVE INFILE-RECORD(1:66) TO CM-LINE(CM-LINE-COUNT)        260923MA
045300     END-IF.                                                      260923MA
045400     GO TO B2010-READ.                                            260923MA
045500 B2090-DONE.                                                      260923MA
045600     CLOSE INFILE.                                                260923MA
045700     IF CM-LINE-COUNT = 0                                         260923MA
045800        DISPLAY "IMGUNLD: no mirror member " WS-MEMBER-NAME       260923MA
045900                " in " WS-COPYLIB                                 260923MA
046000        MOVE 16               TO RETURN-CODE                      260923MA
046100        STOP RUN                                                  260923MA
046200     END-IF.                                                      260923MA
046300     CALL "CPYMAP" USING WS-MAP-REQUEST, WS-MAP-ANSWER.           260923MA
046400     IF CM-FIELD-COUNT = 0                                        260923MA
046500        DISPLAY "IMGUNLD: member " WS-MEMBER-NAME                 260923MA
046600                " maps no fields"                                 260923MA
046700        MOVE 16               TO RETURN-CODE                      260923MA
046800        STOP RUN                                                  260923MA
046900     END-IF.                                                      260923MA
047000     IF CM-RECORD-LEN > 4096                                      260923MA
047100        DISPLAY "IMGUNLD: member " WS-MEMBER-NAME                 260923MA
047200                " is longer than the largest IMAGE entry"         260923MA
047300        MOVE 16               TO RETURN-CODE                      260923MA
047400        STOP RUN                                                  260923MA
047500     END-IF.                                                      260923MA
047600 B2000-EXIT.  EXIT.                                               260923MA
047700*                                                                 260923MA
047800*B3000-BUILD-COLUMNS turns the field map into the column list:    260923MA
047900*one column per occurrence of every named elementary field        260923MA
048000*that is not part of a redefined view, and works out each         260923MA
048100*column's widest form to be sure a line always fits.              260923MA
048200 B3000-BUILD-COLUMNS.                                             260923MA
048300     MOVE 0                   TO CL-COUNT WS-WIDEST WS-FLOAT-COLS.260923MA
048400     MOVE 1                   TO FX.                              260923MA
048500 B3010-NEXT-FIELD.                                                260923MA
048600     IF FX > CM-FIELD-COUNT                                       260923MA
048700        GO TO B3090-CHECK.                                        260923MA
048800     IF CM-CLASS(FX) = "G" OR CM-CLASS(FX) = SPACE                260923MA
048900        OR CM-NAME(FX) = "FILLER"                                 260923MA
049000        OR CM-REDEF-SW(FX) = "Y"                                  260923MA
049100        GO TO B3080-BUMP.                                         260923MA
049200     PERFORM B3100-ONE-FIELD THRU B3100-EXIT.                     260923MA
049300 B3080-BUMP.                                                      260923MA
049400     ADD 1                    TO FX.                              260923MA
049500     GO TO B3010-NEXT-FIELD.                                      260923MA
049600 B3090-CHECK.                                                     260923MA
049700     IF CL-COUNT = 0                                              260923MA
049800        DISPLAY "IMGUNLD: member " WS-MEMBER-NAME                 260923MA
049900                " has no fields to unload"                        260923MA
050000        MOVE 16               TO RETURN-CODE                      260923MA
050100        STOP RUN                                                  260923MA
050200     END-IF.                                                      260923MA
050300     IF WS-WIDEST > MAX-LINE-BYTES                                260923MA
050400        DISPLAY "IMGUNLD: entry could need " WS-WIDEST            260923MA
050500                " bytes per line; " MAX-LINE-BYTES " is the limit"260923MA
050600        MOVE 16               TO RETURN-CODE                      260923MA
050700        STOP RUN                                                  260923MA
050800     END-IF.                                                      260923MA
050900     IF WS-FLOAT-COLS > 0                                         260923MA
051000        DISPLAY "IMGUNLD: " WS-FLOAT-COLS " floating-point "      260923MA
051100                "column(s) will be written as NULL"               260923MA
051200     END-IF.                                                      260923MA
051300     MOVE 1                   TO HF-INDEX.                        260923MA
051400 B3095-UNUSED.                                                    260923MA
051500     IF HF-INDEX > HF-COUNT                                       260923MA
051600        GO TO B3000-EXIT.                                         260923MA
051700     IF HF-USED-SW(HF-INDEX) NOT = "Y"                            260923MA
051800        DISPLAY "IMGUNLD: hash field " HF-NAME(HF-INDEX)          260923MA
051900                " is not a numeric field of " WS-MEMBER-NAME      260923MA
052000        MOVE 16               TO RETURN-CODE                      260923MA
052100        STOP RUN                                                  260923MA
052200     END-IF.                                                      260923MA
052300     ADD 1                    TO HF-INDEX.                        260923MA
052400     GO TO B3095-UNUSED.                                          260923MA
052500 B3000-EXIT.  EXIT.                                               260923MA
052600*                                                                 260923MA
052700*B3100-ONE-FIELD enters a field's first occurrence, then          260923MA
052800*repeats the run of columns for the field's own OCCURS and for    260923MA
052900*each enclosing group's OCCURS, innermost first, so every         260923MA
053000*element of a nested table gets its column.                       260923MA
053100 B3100-ONE-FIELD.                                                 260923MA
053200     IF CL-COUNT >= MAX-CL-ENTRIES                                260923MA
053300        DISPLAY "IMGUNLD: more than " MAX-CL-ENTRIES              260923MA
053400                " columns in " WS-MEMBER-NAME                     260923MA
053500        MOVE 16               TO RETURN-CODE                      260923MA
053600        STOP RUN                                                  260923MA
053700     END-IF.                                                      260923MA
053800     ADD 1                    TO CL-COUNT.                        260923MA
053900     MOVE CL-COUNT            TO CL-FIRST.                        260923MA
054000     MOVE FX                  TO CL-FIELD-IX(CL-COUNT).           260923MA
054100     MOVE CM-OFFSET(FX)       TO CL-OFFSET(CL-COUNT).             260923MA
054200     MOVE 0                   TO CL-OCC-NO(CL-COUNT).             260923MA
054300     PERFORM B3300-HASH-CHOICE THRU B3300-EXIT.                   260923MA
054400     MOVE FX                  TO AX.                              260923MA
054500 B3110-REPEATS.                                                   260923MA
054600     IF CM-OCCURS(AX) > 1                                         260923MA
054700        MOVE CM-OCCURS(AX)    TO WS-TIMES                         260923MA
054800        MOVE CM-LENGTH(AX)    TO WS-STRIDE                        260923MA
054900        PERFORM B3200-REPLICATE THRU B3200-EXIT                   260923MA
055000     END-IF.                                                      260923MA
055100     IF CM-LEVEL(AX) = 1 OR CM-LEVEL(AX) = 77                     260923MA
055200        GO TO B3120-NUMBER.                                       260923MA
055300     COMPUTE PX = AX - 1.                                         260923MA
055400 B3115-PARENT.                                                    260923MA
055500     IF PX < 1                                                    260923MA
055600        GO TO B3120-NUMBER.                                       260923MA
055700     IF CM-LEVEL(PX) >= CM-LEVEL(AX)                              260923MA
055800        SUBTRACT 1 FROM PX                                        260923MA
055900        GO TO B3115-PARENT.                                       260923MA
056000     MOVE PX                  TO AX.                              260923MA
056100     GO TO B3110-REPEATS.                                         260923MA
056200 B3120-NUMBER.                                                    260923MA
056300     IF CL-COUNT > CL-FIRST                                       260923MA
056400        MOVE 0                TO WS-REPEAT                        260923MA
056500        MOVE CL-FIRST         TO CL-INDEX                         260923MA
056600        PERFORM B3400-NUMBER-OCC THRU B3400-EXIT                  260923MA
056700     END-IF.                                                      260923MA
056800 B3100-EXIT.  EXIT.                                               260923MA
056900*                                                                 260923MA
057000*B3200-REPLICATE copies the field's columns built so far          260923MA
057100*WS-TIMES - 1 more times, each copy WS-STRIDE bytes on.           260923MA
057200 B3200-REPLICATE.                                                 260923MA
057300     MOVE CL-COUNT            TO CL-LAST.                         260923MA
057400     MOVE 1                   TO WS-REPEAT.                       260923MA
057500 B3210-COPY.                                                      260923MA
057600     IF WS-REPEAT >= WS-TIMES                                     260923MA
057700        GO TO B3200-EXIT.                                         260923MA
057800     MOVE CL-FIRST            TO CL-COPY.                         260923MA
057900 B3220-ONE.                                                       260923MA
058000     IF CL-COPY > CL-LAST                                         260923MA
058100        ADD 1                 TO WS-REPEAT                        260923MA
058200        GO TO B3210-COPY.                                         260923MA
058300     IF CL-COUNT >= MAX-CL-ENTRIES                                260923MA
058400        DISPLAY "IMGUNLD: more than " MAX-CL-ENTRIES              260923MA
058500                " columns in " WS-MEMBER-NAME                     260923MA
058600        MOVE 16               TO RETURN-CODE                      260923MA
058700        STOP RUN                                                  260923MA
058800     END-IF.                                                      260923MA
058900     ADD 1                    TO CL-COUNT.                        260923MA
059000     MOVE CL-ENTRY(CL-COPY)   TO CL-ENTRY(CL-COUNT).              260923MA
059100     COMPUTE CL-OFFSET(CL-COUNT) =                                260923MA
059200         CL-OFFSET(CL-COPY) + (WS-REPEAT * WS-STRIDE).            260923MA
059300     PERFORM B3300-HASH-CHOICE THRU B3300-EXIT.                   260923MA
059400     ADD 1                    TO CL-COPY.                         260923MA
059500     GO TO B3220-ONE.                                             260923MA
059600 B3200-EXIT.  EXIT.                                               260923MA
059700*                                                                 260923MA
059800*B3300-HASH-CHOICE decides whether the column just entered        260923MA
059900*counts toward the hash total, and adds its widest form to the    260923MA
060000*line estimate: a quoted value can double every byte.             260923MA
060100 B3300-HASH-CHOICE.                                               260923MA
060200     MOVE "N"                 TO CL-HASH-SW(CL-COUNT).            260923MA
060300     IF CM-CLASS(FX) = "F"                                        260923MA
060400        ADD 1                 TO WS-FLOAT-COLS.                   260923MA
060500     IF CM-CLASS(FX) = "A"                                        260923MA
060600        COMPUTE WS-WIDEST = WS-WIDEST + (CM-LENGTH(FX) * 2) + 3   260923MA
060700        GO TO B3300-EXIT                                          260923MA
060800     END-IF.                                                      260923MA
060900     ADD 22                   TO WS-WIDEST.                       260923MA
061000     IF CM-CLASS(FX) = "F"                                        260923MA
061100        GO TO B3300-EXIT.                                         260923MA
061200     IF HF-COUNT = 0                                              260923MA
061300        MOVE "Y"              TO CL-HASH-SW(CL-COUNT)             260923MA
061400        GO TO B3300-EXIT.                                         260923MA
061500     MOVE 1                   TO HF-INDEX.                        260923MA
061600 B3310-HUNT.                                                      260923MA
061700     IF HF-INDEX > HF-COUNT                                       260923MA
061800        GO TO B3300-EXIT.                                         260923MA
061900     IF HF-NAME(HF-INDEX) = CM-NAME(FX)                           260923MA
062000        MOVE "Y"              TO CL-HASH-SW(CL-COUNT)             260923MA
062100                                 HF-USED-SW(HF-INDEX)             260923MA
062200        GO TO B3300-EXIT.                                         260923MA
062300     ADD 1                    TO HF-INDEX.                        260923MA
062400     GO TO B3310-HUNT.                                            260923MA
062500 B3300-EXIT.  EXIT.                                               260923MA
062600*                                                                 260923MA
062700*B3400-NUMBER-OCC numbers a repeated field's columns 1, 2, ...    260923MA
062800*in the order they were built.                                    260923MA
062900 B3400-NUMBER-OCC.                                                260923MA
063000     IF CL-INDEX > CL-COUNT                                       260923MA
063100        GO TO B3400-EXIT.                                         260923MA
063200     ADD 1                    TO WS-REPEAT.                       260923MA
063300     MOVE WS-REPEAT           TO CL-OCC-NO(CL-INDEX).             260923MA
063400     ADD 1                    TO CL-INDEX.                        260923MA
063500     GO TO B3400-NUMBER-OCC.                                      260923MA
063600 B3400-EXIT.  EXIT.                                               260923MA
063700*                                                                 260923MA
063800*B4000-OPEN-LOAD-FILE creates the load file through HPFOPEN --    260923MA
063900*the name wrapped in delimiters, as CL2HTML does it.              260923MA
064000 B4000-OPEN-LOAD-FILE.                                            260923MA
064100     MOVE 0                   TO S1.                              260923MA
064200     INSPECT WS-LOAD-FILE TALLYING S1 FOR CHARACTERS BEFORE " ".  260923MA
064300     MOVE SPACES              TO HP-FILE-NAME.                    260923MA
064400     MOVE "%"                 TO HP-FILE-NAME(1:1).               260923MA
064500     MOVE WS-LOAD-FILE(1:S1)  TO HP-FILE-NAME(2:).                260923MA
064600     MOVE "%"                 TO HP-FILE-NAME(S1 + 2:1).          260923MA
064700     CALL INTRINSIC "HPFOPEN" USING HP-FNUM-D,                    260923MA
064800                                    HP-STATUS,                    260923MA
064900                                    2, HP-FILE-NAME,              260923MA
065000                                    3, HP-CONST-4,                260923MA
065100                                    5, HP-CONST-0,                260923MA
065200                                    6, HP-CONST-9,                260923MA
065300                                    7, HP-CONST-0,                260923MA
065400                                   11, HP-CONST-1,                260923MA
065500                                   13, HP-CONST-1,                260923MA
065600                                   19, HP-CONST-1,                260923MA
065700                                   41, HP-CONST-2,                260923MA
065800                                   50, HP-CONST-1,                260923MA
065900                                   53, HP-CONST-1,                260923MA
066000                                    0.                            260923MA
066100     IF HP-STATUS <> 0                                            260923MA
066200        DISPLAY "IMGUNLD: cannot create load file "               260923MA
066300                WS-LOAD-FILE ", HPFOPEN status " HP-STATUS        260923MA
066400        MOVE 16               TO RETURN-CODE                      260923MA
066500        STOP RUN                                                  260923MA
066600     END-IF.                                                      260923MA
066700 B4000-EXIT.  EXIT.                                               260923MA
066800*                                                                 260923MA
066900*B5000-WRITE-HEADER writes the column-name line: each field       260923MA
067000*name with hyphens made underscores, an occurrence number         260923MA
067100*appended to a repeated field.                                    260923MA
067200 B5000-WRITE-HEADER.                                              260923MA
067300     MOVE SPACES              TO WS-OUT-LINE.                     260923MA
067400     MOVE 1                   TO WS-OUT-PTR.                      260923MA
067500     MOVE 1                   TO CL-INDEX.                        260923MA
067600 B5010-NEXT.                                                      260923MA
067700     IF CL-INDEX > CL-COUNT                                       260923MA
067800        GO TO B5090-WRITE.                                        260923MA
067900     IF CL-INDEX > 1                                              260923MA
068000        MOVE ","              TO WS-OUT-LINE(WS-OUT-PTR:1)        260923MA
068100        ADD 1                 TO WS-OUT-PTR.                      260923MA
068200     MOVE CM-NAME(CL-FIELD-IX(CL-INDEX)) TO WS-COL-NAME.          260923MA
068300     INSPECT WS-COL-NAME REPLACING ALL "-" BY "_".                260923MA
068400     STRING """" DELIMITED BY SIZE                                260923MA
068500            WS-COL-NAME DELIMITED BY " "                          260923MA
068600       INTO WS-OUT-LINE                                           260923MA
068700       WITH POINTER WS-OUT-PTR.                                   260923MA
068800     IF CL-OCC-NO(CL-INDEX) > 0                                   260923MA
068900        MOVE CL-OCC-NO(CL-INDEX) TO ED-OCC-NO                     260923MA
069000        MOVE 0                TO WS-LEAD-CT                       260923MA
069100        INSPECT ED-OCC-NO TALLYING WS-LEAD-CT FOR LEADING " "     260923MA
069200        MOVE ED-OCC-NO(WS-LEAD-CT + 1:) TO WS-OCC-TEXT            260923MA
069300        STRING "_" DELIMITED BY SIZE                              260923MA
069400               WS-OCC-TEXT DELIMITED BY " "                       260923MA
069500          INTO WS-OUT-LINE                                        260923MA
069600          WITH POINTER WS-OUT-PTR                                 260923MA
069700     END-IF.                                                      260923MA
069800     MOVE """"                TO WS-OUT-LINE(WS-OUT-PTR:1).       260923MA
069900     ADD 1                    TO WS-OUT-PTR.                      260923MA
070000     ADD 1                    TO CL-INDEX.                        260923MA
070100     GO TO B5010-NEXT.                                            260923MA
070200 B5090-WRITE.                                                     260923MA
070300     PERFORM E9000-WRITE-LINE THRU E9000-EXIT.                    260923MA
070400 B5000-EXIT.  EXIT.                                               260923MA
070500*                                                                 260923MA
070600*C1000-CHECK-LENGTH compares the first entry's length with the    260923MA
070700*member's record length, rounded to a word.  Decoding through     260923MA
070800*a mirror that does not fit the entry would load wrong values     260923MA
070900*without a single error, so the run stops -- IMGDRFT shows        260923MA
071000*where the two part company.                                      260923MA
071100 C1000-CHECK-LENGTH.                                              260923MA
071200     MOVE "Y"                 TO WS-CHECKED-SW.                   260923MA
071300     COMPUTE WS-END = ((CM-RECORD-LEN + 1) / 2) * 2.              260923MA
071400     IF DB-ENTRY-WORDS * 2 NOT = WS-END                           260923MA
071500        DISPLAY "IMGUNLD: " WS-SET-NAME " entries are "           260923MA
071600                DB-ENTRY-WORDS " words but member "               260923MA
071700                WS-MEMBER-NAME " maps " CM-RECORD-LEN " bytes"    260923MA
071800        DISPLAY "IMGUNLD: run IMGDRFT against " WS-BASE-NAME      260923MA
071900        MOVE 16               TO RETURN-CODE                      260923MA
072000        STOP RUN                                                  260923MA
072100     END-IF.                                                      260923MA
072200 C1000-EXIT.  EXIT.                                               260923MA
072300*                                                                 260923MA
072400*C2000-ONE-ENTRY decodes every column of the entry now in the     260923MA
072500*buffer and writes the line.                                      260923MA
072600 C2000-ONE-ENTRY.                                                 260923MA
072700     MOVE SPACES              TO WS-OUT-LINE.                     260923MA
072800     MOVE 1                   TO WS-OUT-PTR.                      260923MA
072900     MOVE 1                   TO CL-INDEX.                        260923MA
073000 C2010-NEXT.                                                      260923MA
073100     IF CL-INDEX > CL-COUNT                                       260923MA
073200        GO TO C2090-WRITE.                                        260923MA
073300     IF CL-INDEX > 1                                              260923MA
073400        MOVE ","              TO WS-OUT-LINE(WS-OUT-PTR:1)        260923MA
073500        ADD 1                 TO WS-OUT-PTR.                      260923MA
073600     MOVE CL-FIELD-IX(CL-INDEX) TO FX.                            260923MA
073700     MOVE CL-OFFSET(CL-INDEX)   TO WS-POS.                        260923MA
073800     MOVE CM-LENGTH(FX)         TO WS-LEN.                        260923MA
073900     MOVE "Y"                 TO WS-VALID-SW.                     260923MA
074000     MOVE 0                   TO WS-NUM-VALUE.                    260923MA
074100     IF CM-CLASS(FX) = "A"                                        260923MA
074200        PERFORM C2100-TEXT-VALUE THRU C2100-EXIT                  260923MA
074300        GO TO C2080-BUMP.                                         260923MA
074400     IF CM-CLASS(FX) = "F"                                        260923MA
074500        PERFORM E7000-NULL-VALUE THRU E7000-EXIT                  260923MA
074600        GO TO C2080-BUMP.                                         260923MA
074700     IF CM-CLASS(FX) = "N"                                        260923MA
074800        PERFORM C2200-DISPLAY-NUMBER THRU C2200-EXIT.             260923MA
074900     IF CM-CLASS(FX) = "P"                                        260923MA
075000        PERFORM C2300-PACKED-NUMBER THRU C2300-EXIT.              260923MA
075100     IF CM-CLASS(FX) = "B"                                        260923MA
075200        PERFORM C2400-BINARY-NUMBER THRU C2400-EXIT.              260923MA
075300     IF NOT VALUE-DECODED                                         260923MA
075400        ADD 1                 TO WS-BAD-CT                        260923MA
075500        PERFORM E7000-NULL-VALUE THRU E7000-EXIT                  260923MA
075600        GO TO C2080-BUMP.                                         260923MA
075700     PERFORM E5000-FORMAT-NUMBER THRU E5000-EXIT.                 260923MA
075800     IF CL-HASH-SW(CL-INDEX) = "Y"                                260923MA
075900        COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +                   260923MA
076000            (WS-NUM-VALUE / (10 ** CM-SCALE(FX)))                 260923MA
076100     END-IF.                                                      260923MA
076200 C2080-BUMP.                                                      260923MA
076300     ADD 1                    TO CL-INDEX.                        260923MA
076400     GO TO C2010-NEXT.                                            260923MA
076500 C2090-WRITE.                                                     260923MA
076600     PERFORM E9000-WRITE-LINE THRU E9000-EXIT.                    260923MA
076700 C2000-EXIT.  EXIT.                                               260923MA
076800*                                                                 260923MA
076900*C2100-TEXT-VALUE writes a field as a quoted string, trailing     260923MA
077000*blanks dropped.  A quote or backslash is doubled -- how the      260923MA
077100*import reads them back as data -- and a control byte becomes     260923MA
077200*a blank so no value can end a line early.                        260923MA
077300 C2100-TEXT-VALUE.                                                260923MA
077400     COMPUTE WS-END = WS-POS + WS-LEN - 1.                        260923MA
077500 C2110-TRIM.                                                      260923MA
077600     IF WS-END < WS-POS                                           260923MA
077700        GO TO C2120-OPEN.                                         260923MA
077800     IF DB-ENTRY-BUFFER(WS-END:1) = SPACE                         260923MA
077900        SUBTRACT 1 FROM WS-END                                    260923MA
078000        GO TO C2110-TRIM.                                         260923MA
078100 C2120-OPEN.                                                      260923MA
078200     MOVE """"                TO WS-OUT-LINE(WS-OUT-PTR:1).       260923MA
078300     ADD 1                    TO WS-OUT-PTR.                      260923MA
078400     MOVE WS-POS              TO WS-BYTE-IX.                      260923MA
078500 C2130-BYTE.                                                      260923MA
078600     IF WS-BYTE-IX > WS-END                                       260923MA
078700        GO TO C2190-CLOSE.                                        260923MA
078800     MOVE DB-ENTRY-BUFFER(WS-BYTE-IX:1) TO WS-CH.                 260923MA
078900     IF WS-CH < SPACE                                             260923MA
079000        MOVE SPACE            TO WS-CH.                           260923MA
079100     IF WS-CH = """" OR WS-CH = "\"                               260923MA
079200        MOVE WS-CH            TO WS-OUT-LINE(WS-OUT-PTR:1)        260923MA
079300        ADD 1                 TO WS-OUT-PTR.                      260923MA
079400     MOVE WS-CH               TO WS-OUT-LINE(WS-OUT-PTR:1).       260923MA
079500     ADD 1                    TO WS-OUT-PTR.                      260923MA
079600     ADD 1                    TO WS-BYTE-IX.                      260923MA
079700     GO TO C2130-BYTE.                                            260923MA
079800 C2190-CLOSE.                                                     260923MA
079900     MOVE """"                TO WS-OUT-LINE(WS-OUT-PTR:1).       260923MA
080000     ADD 1                    TO WS-OUT-PTR.                      260923MA
080100 C2100-EXIT.  EXIT.                                               260923MA
080200*                                                                 260923MA
080300*C2200-DISPLAY-NUMBER builds the value of a display number one    260923MA
080400*digit at a time.  The last byte of a signed field carries the    260923MA
080500*sign as an overpunch.                                            260923MA
080600 C2200-DISPLAY-NUMBER.                                            260923MA
080700     MOVE "N"                 TO WS-NEGATIVE-SW.                  260923MA
080800     COMPUTE WS-END = WS-POS + WS-LEN - 1.                        260923MA
080900     MOVE WS-POS              TO WS-BYTE-IX.                      260923MA
081000 C2210-BYTE.                                                      260923MA
081100     IF WS-BYTE-IX > WS-END                                       260923MA
081200        GO TO C2290-SIGN.                                         260923MA
081300     MOVE DB-ENTRY-BUFFER(WS-BYTE-IX:1) TO WS-DIGIT-X.            260923MA
081400     IF WS-DIGIT-X IS NUMERIC                                     260923MA
081500        MOVE WS-DIGIT-9       TO WS-DIGIT                         260923MA
081600        GO TO C2280-ADD.                                          260923MA
081700     IF WS-BYTE-IX < WS-END OR CM-SIGNED-SW(FX) NOT = "Y"         260923MA
081800        MOVE "N"              TO WS-VALID-SW                      260923MA
081900        GO TO C2200-EXIT.                                         260923MA
082000     MOVE 1                   TO WS-PUNCH-IX.                     260923MA
082100 C2220-PUNCH.                                                     260923MA
082200     IF WS-PUNCH-IX > 10                                          260923MA
082300        MOVE "N"              TO WS-VALID-SW                      260923MA
082400        GO TO C2200-EXIT.                                         260923MA
082500     IF WS-DIGIT-X = WS-POS-PUNCH(WS-PUNCH-IX:1)                  260923MA
082600        COMPUTE WS-DIGIT = WS-PUNCH-IX - 1                        260923MA
082700        GO TO C2280-ADD.                                          260923MA
082800     IF WS-DIGIT-X = WS-NEG-PUNCH(WS-PUNCH-IX:1)                  260923MA
082900        COMPUTE WS-DIGIT = WS-PUNCH-IX - 1                        260923MA
083000        MOVE "Y"              TO WS-NEGATIVE-SW                   260923MA
083100        GO TO C2280-ADD.                                          260923MA
083200     ADD 1                    TO WS-PUNCH-IX.                     260923MA
083300     GO TO C2220-PUNCH.                                           260923MA
083400 C2280-ADD.                                                       260923MA
083500     COMPUTE WS-NUM-VALUE = (WS-NUM-VALUE * 10) + WS-DIGIT.       260923MA
083600     ADD 1                    TO WS-BYTE-IX.                      260923MA
083700     GO TO C2210-BYTE.                                            260923MA
083800 C2290-SIGN.                                                      260923MA
083900     IF WS-NEGATIVE-SW = "Y"                                      260923MA
084000        COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE.                  260923MA
084100 C2200-EXIT.  EXIT.                                               260923MA
084200*                                                                 260923MA
084300*C2300-PACKED-NUMBER reads a packed field two digits to the       260923MA
084400*byte; the last byte's low nibble is the sign -- C or F plus,     260923MA
084500*D minus, anything else (like any digit nibble over 9) marks      260923MA
084600*the field undecodable.                                           260923MA
084700 C2300-PACKED-NUMBER.                                             260923MA
084800     COMPUTE WS-END = WS-POS + WS-LEN - 1.                        260923MA
084900     MOVE WS-POS              TO WS-BYTE-IX.                      260923MA
085000 C2310-BYTE.                                                      260923MA
085100     MOVE LOW-VALUE           TO WS-BYTE-HIGH.                    260923MA
085200     MOVE DB-ENTRY-BUFFER(WS-BYTE-IX:1) TO WS-BYTE-LOW.           260923MA
085300     DIVIDE WS-BYTE-VAL BY 16 GIVING WS-NIB-HIGH                  260923MA
085400                              REMAINDER WS-NIB-LOW.               260923MA
085500     IF WS-NIB-HIGH > 9                                           260923MA
085600        MOVE "N"              TO WS-VALID-SW                      260923MA
085700        GO TO C2300-EXIT.                                         260923MA
085800     COMPUTE WS-NUM-VALUE = (WS-NUM-VALUE * 10) + WS-NIB-HIGH.    260923MA
085900     IF WS-BYTE-IX = WS-END                                       260923MA
086000        GO TO C2390-SIGN.                                         260923MA
086100     IF WS-NIB-LOW > 9                                            260923MA
086200        MOVE "N"              TO WS-VALID-SW                      260923MA
086300        GO TO C2300-EXIT.                                         260923MA
086400     COMPUTE WS-NUM-VALUE = (WS-NUM-VALUE * 10) + WS-NIB-LOW.     260923MA
086500     ADD 1                    TO WS-BYTE-IX.                      260923MA
086600     GO TO C2310-BYTE.                                            260923MA
086700 C2390-SIGN.                                                      260923MA
086800     IF WS-NIB-LOW = 13                                           260923MA
086900        COMPUTE WS-NUM-VALUE = 0 - WS-NUM-VALUE                   260923MA
087000        GO TO C2300-EXIT.                                         260923MA
087100     IF WS-NIB-LOW NOT = 12 AND WS-NIB-LOW NOT = 15               260923MA
087200        MOVE "N"              TO WS-VALID-SW.                     260923MA
087300 C2300-EXIT.  EXIT.                                               260923MA
087400*                                                                 260923MA
087500*C2400-BINARY-NUMBER takes a halfword, word or doubleword         260923MA
087600*through a work item of the same width.                           260923MA
087700 C2400-BINARY-NUMBER.                                             260923MA
087800     IF WS-LEN = 2                                                260923MA
087900        MOVE DB-ENTRY-BUFFER(WS-POS:2) TO WS-BIN-2-X              260923MA
088000        MOVE WS-BIN-2         TO WS-NUM-VALUE                     260923MA
088100        GO TO C2400-EXIT.                                         260923MA
088200     IF WS-LEN = 4                                                260923MA
088300        MOVE DB-ENTRY-BUFFER(WS-POS:4) TO WS-BIN-4-X              260923MA
088400        MOVE WS-BIN-4         TO WS-NUM-VALUE                     260923MA
088500        GO TO C2400-EXIT.                                         260923MA
088600     IF WS-LEN = 8                                                260923MA
088700        MOVE DB-ENTRY-BUFFER(WS-POS:8) TO WS-BIN-8-X              260923MA
088800        MOVE WS-BIN-8         TO WS-NUM-VALUE                     260923MA
088900        GO TO C2400-EXIT.                                         260923MA
089000     MOVE "N"                 TO WS-VALID-SW.                     260923MA
089100 C2400-EXIT.  EXIT.                                               260923MA
089200*                                                                 260923MA
089300*D1000-WRITE-CONTROL appends this unload's control record to      260923MA
089400*UNLDCTL, creating the file on its first use.                     260923MA
089500 D1000-WRITE-CONTROL.                                             260923MA
089600     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   260923MA
089700     OPEN EXTEND UNLCTL.                                          260923MA
089800     IF CC <> 0                                                   260923MA
089900        OPEN OUTPUT UNLCTL                                        260923MA
090000     END-IF.                                                      260923MA
090100     MOVE SPACES              TO UNL-RECORD.                      260923MA
090200     MOVE WS-BASE-NAME        TO UNL-BASE.                        260923MA
090300     MOVE WS-SET-NAME         TO UNL-DATASET.                     260923MA
090400     MOVE WS-LOAD-FILE        TO UNL-LOAD-FILE.                   260923MA
090500     MOVE WS-ENTRY-CT         TO UNL-ENTRY-COUNT.                 260923MA
090600     MOVE CL-COUNT            TO UNL-COLUMN-COUNT.                260923MA
090700     IF WS-HASH-TOTAL < 0                                         260923MA
090800        MOVE "-"              TO UNL-HASH-SIGN                    260923MA
090900     ELSE                                                         260923MA
091000        MOVE "+"              TO UNL-HASH-SIGN                    260923MA
091100     END-IF.                                                      260923MA
091200     MOVE WS-HASH-TOTAL       TO WS-HASH-ABS.                     260923MA
091300     MOVE WS-HASH-ABS         TO UNL-HASH-TOTAL.                  260923MA
091400     MOVE WS-NULL-CT          TO UNL-NULL-COUNT.                  260923MA
091500     MOVE DATE-BUFF           TO UNL-RUN-DATE.                    260923MA
091600     WRITE UNL-RECORD.                                            260923MA
091700     IF CC NOT = 0                                                260923MA
091800        DISPLAY "IMGUNLD: control record not written, CC=" CC     260923MA
091900        MOVE 1                TO WS-RUN-RC                        260923MA
092000     END-IF.                                                      260923MA
092100     CLOSE UNLCTL.                                                260923MA
092200 D1000-EXIT.  EXIT.                                               260923MA
092300*                                                                 260923MA
092400*E5000-FORMAT-NUMBER writes WS-NUM-VALUE as a plain number: a     260923MA
092500*leading minus when negative, leading zeros dropped (one kept     260923MA
092600*before the point), the field's decimal places after a point.     260923MA
092700 E5000-FORMAT-NUMBER.                                             260923MA
092800     IF WS-NUM-VALUE < 0                                          260923MA
092900        MOVE "-"              TO WS-OUT-LINE(WS-OUT-PTR:1)        260923MA
093000        ADD 1                 TO WS-OUT-PTR.                      260923MA
093100     MOVE WS-NUM-VALUE        TO WS-NUM-ABS.                      260923MA
093200     COMPUTE WS-INT-END = 18 - CM-SCALE(FX).                      260923MA
093300     MOVE 1                   TO WS-FIRST-SIG.                    260923MA
093400 E5010-LEADING.                                                   260923MA
093500     IF WS-FIRST-SIG >= WS-INT-END                                260923MA
093600        GO TO E5020-INTEGER.                                      260923MA
093700     IF WS-NUM-DIGITS(WS-FIRST-SIG:1) NOT = "0"                   260923MA
093800        GO TO E5020-INTEGER.                                      260923MA
093900     ADD 1                    TO WS-FIRST-SIG.                    260923MA
094000     GO TO E5010-LEADING.                                         260923MA
094100 E5020-INTEGER.                                                   260923MA
094200     COMPUTE WS-PART-LEN = WS-INT-END - WS-FIRST-SIG + 1.         260923MA
094300     MOVE WS-NUM-DIGITS(WS-FIRST-SIG:WS-PART-LEN)                 260923MA
094400                       TO WS-OUT-LINE(WS-OUT-PTR:WS-PART-LEN).    260923MA
094500     ADD WS-PART-LEN          TO WS-OUT-PTR.                      260923MA
094600     IF CM-SCALE(FX) > 0                                          260923MA
094700        MOVE "."              TO WS-OUT-LINE(WS-OUT-PTR:1)        260923MA
094800        ADD 1                 TO WS-OUT-PTR                       260923MA
094900        MOVE WS-NUM-DIGITS(WS-INT-END + 1:CM-SCALE(FX))           260923MA
095000                              TO WS-OUT-LINE(WS-OUT-PTR:          260923MA
095100                                 CM-SCALE(FX))                    260923MA
095200        ADD CM-SCALE(FX)      TO WS-OUT-PTR                       260923MA
095300     END-IF.                                                      260923MA
095400 E5000-EXIT.  EXIT.                                               260923MA
095500*                                                                 260923MA
095600*E7000-NULL-VALUE writes the import's NULL marker.                260923MA
095700 E7000-NULL-VALUE.                                                260923MA
095800     MOVE "\N"                TO WS-OUT-LINE(WS-OUT-PTR:2).       260923MA
095900     ADD 2                    TO WS-OUT-PTR.                      260923MA
096000     ADD 1                    TO WS-NULL-CT.                      260923MA
096100 E7000-EXIT.  EXIT.                                               260923MA
096200*                                                                 260923MA
096300*E9000-WRITE-LINE writes the built line at its own length.        260923MA
096400 E9000-WRITE-LINE.                                                260923MA
096500     COMPUTE WS-WRITE-LEN = 0 - (WS-OUT-PTR - 1).                 260923MA
096600     CALL INTRINSIC "FWRITE" USING HP-FNUM,                       260923MA
096700                                   WS-OUT-LINE,                   260923MA
096800                                   WS-WRITE-LEN,                  260923MA
096900                                   0.                             260923MA
097000     IF CC <> 0                                                   260923MA
097100        CALL INTRINSIC "FCHECK"  USING HP-FNUM, ERR               260923MA
097200        CALL INTRINSIC "FERRMSG" USING ERR, ERR-MSG, ERR-LEN      260923MA
097300        DISPLAY ERR-MSG                                           260923MA
097400        DISPLAY "IMGUNLD: write to load file " WS-LOAD-FILE       260923MA
097500                " failed"                                         260923MA
097600        MOVE 16               TO RETURN-CODE                      260923MA
097700        STOP RUN                                                  260923MA
097800     END-IF.                                                      260923MA
097900 E9000-EXIT.  EXIT.                                               260923MA
098000*                                                                 260923MA
098100*B9500-LOG-AUDIT-EVENT appends one record to the shared           260923MA
098200*CLAUDIT file through AUDLOG.                                     260923MA
098300 B9500-LOG-AUDIT-EVENT.                                           260923MA
098400     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        260923MA
098500     IF RETURN-CODE NOT = 0                                       260923MA
098600        DISPLAY "IMGUNLD: audit log entry not recorded"           260923MA
098700     END-IF.                                                      260923MA
098800 B9500-EXIT.  EXIT.                                               260923MA
098900 END PROGRAM IMGUNLD.                                             260923MA
