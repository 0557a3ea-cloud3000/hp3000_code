000100******************************************************************260921MA
000200* IMGDRFT -- IMAGE DATASET VERSUS MIRROR COPYBOOK DRIFT REPORT    260921MA
000300******************************************************************260921MA
000400 IDENTIFICATION DIVISION.                                         260921MA
000500 PROGRAM-ID.     IMGDRFT.                                         260921MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    260921MA
000700 DATE-COMPILED.                                                   260921MA
000800*                   COPYRIGHT 2007                                260921MA
000900*          J3K Solutions All rights reserved.                     260921MA
001000*                                                                 260921MA
001100* IMGSCHM DOCUMENTS EACH TURBOIMAGE DATASET AND LINKS IT TO THE   260921MA
001200* COPYBOOK MEMBER THAT MIRRORS IT (THE FIRST EIGHT CHARACTERS OF  260921MA
001300* THE DATASET NAME), AND CPYLAYT WRITES EVERY MEMBER'S FIELD      260921MA
001400* STARTS AND LENGTHS TO LAYDATA -- BUT NOTHING COMPARED THE TWO,  260921MA
001500* SO A MIRROR THAT HAD DRIFTED FROM ITS DATASET WAS ONLY FOUND    260921MA
001600* WHEN A PROGRAM READ THE WRONG BYTES AFTER A DBPUT.  THIS        260921MA
001700* PROGRAM OPENS THE ROOT FILE READ-ONLY (DBOPEN MODE 5), WALKS    260921MA
001800* IT WITH DBINFO THE WAY IMGSCHM DOES, AND RECONCILES EVERY       260921MA
001900* DATASET AGAINST ITS MIRROR MEMBER'S LAYDATA RECORDS:            260921MA
002000*   - ITEMS WITH NO FIELD OF THE SAME NAME IN THE COPYBOOK,       260921MA
002100*   - ELEMENTARY COPYBOOK FIELDS WITH NO ITEM (AN ALTERNATE       260921MA
002200*     VIEW LYING OVER A MATCHED FIELD IS NOT COUNTED),            260921MA
002300*   - ITEM/FIELD LENGTH AND TYPE DISAGREEMENTS,                   260921MA
002400*   - ENTRY LENGTH AGAINST THE MEMBER'S 01 RECORD LENGTH,         260921MA
002500* AND LISTS EVERY DATASET WITH NO MIRROR MEMBER AT ALL.  THE      260921MA
002600* REPORT GOES TO DRFTRPT.  ENDS NONZERO WHEN ANY DRIFT IS FOUND   260921MA
002700* SO A STREAM STEP CAN BE GATED ON IT.                            260921MA
002800*-----------------------------------------------------------------260921MA
002900* MODIFICATION HISTORY                                            260921MA
003000* 260921MA  INITIAL VERSION.                                      260921MA
003020* 261011MA  LAYDATA RECORD NOW 156 BYTES -- CPYLAYT APPENDS THE   261011MA
003040*            FIELD'S GLOSSARY DESCRIPTION.                        261011MA
003100*-----------------------------------------------------------------260921MA
003200*                                                                 260921MA
003300 ENVIRONMENT DIVISION.                                            260921MA
003400 CONFIGURATION SECTION.                                           260921MA
003500 SOURCE-COMPUTER. HP-3000.                                        260921MA
003600 OBJECT-COMPUTER. HP-3000.                                        260921MA
003700 SPECIAL-NAMES.                                                   260921MA
003800 CONDITION-CODE IS CC.                                            260921MA
003900*                                                                 260921MA
004000 INPUT-OUTPUT SECTION.                                            260921MA
004100 FILE-CONTROL.                                                    260921MA
004200     SELECT LAYFILE  ASSIGN TO "LAYDATA,,,,100000".               260921MA
004300     SELECT RPTFILE  ASSIGN TO "DRFTRPT,,,,2000".                 260921MA
004400*                                                                 260921MA
004500 DATA DIVISION.                                                   260921MA
004600 FILE SECTION.                                                    260921MA
004700*The machine-readable layout file CPYLAYT writes -- one record    260921MA
004800*per field of every member it mapped, in member order.            260921MA
004900 FD  LAYFILE                                                      260921MA
005000     RECORD CONTAINS 156 CHARACTERS.                              261011MA
005100 01  LAY-RECORD.                                                  260921MA
005200     03  LAY-COPYLIB          PIC X(26).                          260921MA
005300     03  LAY-MEMBER           PIC X(08).                          260921MA
005400     03  LAY-FIELD            PIC X(30).                          260921MA
005500     03  LAY-LEVEL            PIC 9(02).                          260921MA
005600     03  LAY-START            PIC 9(09).                          260921MA
005700     03  LAY-LENGTH           PIC 9(09).                          260921MA
005800     03  LAY-USAGE            PIC X(08).                          260921MA
005900     03  LAY-OCCURS           PIC 9(04).                          260921MA
005950     03  LAY-DESC             PIC X(60).                          261011MA
006000*                                                                 260921MA
006100 FD  RPTFILE                                                      260921MA
006200     RECORD CONTAINS 132 CHARACTERS.                              260921MA
006300 01  RPT-RECORD               PIC X(132).                         260921MA
006400*                                                                 260921MA
006500 WORKING-STORAGE SECTION.                                         260921MA
006600*                                                                 260921MA
006700 01 WS-RUN-INFO             PIC X(254) VALUE SPACES.              260921MA
006800 01 WS-BASE-NAME            PIC X(26)  VALUE SPACES.              260921MA
006900 01 WS-PASSWORD             PIC X(16)  VALUE SPACES.              260921MA
007000 01 WS-COPYLIB              PIC X(26)  VALUE SPACES.              260921MA
007100*                                                                 260921MA
007200*DBOPEN wants the base name preceded by two blanks.               260921MA
007300 01 DB-BASE                 PIC X(28)  VALUE SPACES.              260921MA
007400 01 DB-PASSWORD             PIC X(16)  VALUE SPACES.              260921MA
007500 01 DB-OPEN-MODE            PIC S9(04) COMP VALUE 5.              260921MA
007600 01 DB-CLOSE-MODE           PIC S9(04) COMP VALUE 1.              260921MA
007700 01 DB-DUMMY-SET            PIC X(16)  VALUE SPACES.              260921MA
007800*Standard ten-word IMAGE status area; word one is the             260921MA
007900*condition word every call is judged by.                          260921MA
008000 01 DB-STATUS-AREA.                                               260921MA
008100    03 DB-COND              PIC S9(04) COMP VALUE 0.              260921MA
008200    03                      PIC X(18)  VALUE SPACES.              260921MA
008300*                                                                 260921MA
008400*DBINFO qualifier -- a set or item number in the first word.      260921MA
008500 01 DB-QUALIFIER.                                                 260921MA
008600    03 DB-QUAL-NUM          PIC S9(04) COMP VALUE 0.              260921MA
008700    03                      PIC X(14)  VALUE SPACES.              260921MA
008800 01 DB-INFO-MODE            PIC S9(04) COMP VALUE 0.              260921MA
008900*                                                                 260921MA
009000*DBINFO answer buffer, one view per mode used here -- the same    260921MA
009100*layouts IMGSCHM works from.                                      260921MA
009200 01 DB-BUFFER               PIC X(4096) VALUE SPACES.             260921MA
009300*Mode 203 -- every set number this user can see.                  260921MA
009400 01 BUF-SET-LIST REDEFINES DB-BUFFER.                             260921MA
009500    03 BSL-COUNT            PIC S9(04) COMP.                      260921MA
009600    03 BSL-SET-NO           PIC S9(04) COMP OCCURS 200.           260921MA
009700*Mode 201 -- one set described: name, type, entry length in       260921MA
009800*words, blocking factor, capacity.                                260921MA
009900 01 BUF-SET-DESC REDEFINES DB-BUFFER.                             260921MA
010000    03 BSD-NAME             PIC X(16).                            260921MA
010100    03 BSD-TYPE             PIC X(02).                            260921MA
010200    03 BSD-ENTRY-LEN        PIC S9(04) COMP.                      260921MA
010300    03 BSD-BLK-FACTOR       PIC S9(04) COMP.                      260921MA
010400    03 BSD-CAPACITY         PIC S9(09) COMP.                      260921MA
010500*Mode 104 -- the item numbers of one set.                         260921MA
010600 01 BUF-ITEM-LIST REDEFINES DB-BUFFER.                            260921MA
010700    03 BIL-COUNT            PIC S9(04) COMP.                      260921MA
010800    03 BIL-ITEM-NO          PIC S9(04) COMP OCCURS 1023.          260921MA
010900*Mode 102 -- one item described: name, type letter, sub-item      260921MA
011000*length in words, sub-item count.                                 260921MA
011100 01 BUF-ITEM-DESC REDEFINES DB-BUFFER.                            260921MA
011200    03 BID-NAME             PIC X(16).                            260921MA
011300    03 BID-TYPE             PIC X(02).                            260921MA
011400    03 BID-SUB-LEN          PIC S9(04) COMP.                      260921MA
011500    03 BID-SUB-COUNT        PIC S9(04) COMP.                      260921MA
011600*                                                                 260921MA
011700*Every set this open can see, described once up front so the      260921MA
011800*LAYDATA pass knows which members to keep.                        260921MA
011900 77 ST-COUNT                PIC S9(04) COMP VALUE 0.              260921MA
012000 77 ST-INDEX                PIC S9(04) COMP VALUE 0.              260921MA
012100 77 MAX-ST-ENTRIES          PIC S9(04) COMP VALUE 200.            260921MA
012200 01 SET-TABLE.                                                    260921MA
012300    03 ST-ENTRY OCCURS 200.                                       260921MA
012400       05 ST-SET-NO         PIC S9(04) COMP.                      260921MA
012500       05 ST-NAME           PIC X(16).                            260921MA
012600       05 ST-TYPE           PIC X(01).                            260921MA
012700       05 ST-ENTRY-LEN      PIC S9(04) COMP.                      260921MA
012800       05 ST-MB-IX          PIC S9(04) COMP.                      260921MA
012900*                                                                 260921MA
013000*The mirror members wanted -- one per distinct eight-character    260921MA
013100*set-name prefix -- and where each one's fields sit in the        260921MA
013200*field table.  The first copylib found carrying the member        260921MA
013300*supplies it; a later copy is only noted.                         260921MA
013400 77 MB-COUNT                PIC S9(04) COMP VALUE 0.              260921MA
013500 77 MB-INDEX                PIC S9(04) COMP VALUE 0.              260921MA
013600 01 MEMBER-TABLE.                                                 260921MA
013700    03 MB-ENTRY OCCURS 200.                                       260921MA
013800       05 MB-NAME           PIC X(08).                            260921MA
013900       05 MB-COPYLIB        PIC X(26).                            260921MA
014000       05 MB-OTHER-LIB      PIC X(26).                            260921MA
014100       05 MB-FIRST          PIC S9(05) COMP.                      260921MA
014200       05 MB-FLD-COUNT      PIC S9(05) COMP.                      260921MA
014300       05 MB-ROOT-LEN       PIC S9(09) COMP.                      260921MA
014400*                                                                 260921MA
014500*The wanted members' fields, straight from LAYDATA.               260921MA
014600 77 LF-COUNT                PIC S9(05) COMP VALUE 0.              260921MA
014700 77 LF-INDEX                PIC S9(05) COMP VALUE 0.              260921MA
014800 77 LF-SCAN                 PIC S9(05) COMP VALUE 0.              260921MA
014900 77 LF-LAST                 PIC S9(05) COMP VALUE 0.              260921MA
015000 77 MAX-LF-ENTRIES          PIC S9(05) COMP VALUE 5000.           260921MA
015100 01 FIELD-TABLE.                                                  260921MA
015200    03 LF-ENTRY OCCURS 5000.                                      260921MA
015300       05 LF-NAME           PIC X(30).                            260921MA
015400       05 LF-LEVEL          PIC 9(02).                            260921MA
015500       05 LF-START          PIC S9(09) COMP.                      260921MA
015600       05 LF-LENGTH         PIC S9(09) COMP.                      260921MA
015700       05 LF-TOT-LEN        PIC S9(09) COMP.                      260921MA
015800       05 LF-USAGE          PIC X(08).                            260921MA
015900       05 LF-GROUP-SW       PIC X(01).                            260921MA
016000       05 LF-MATCHED-SW     PIC X(01).                            260921MA
016100*                                                                 260921MA
016200*One set's items, copied out before the per-item calls.           260921MA
016300 77 IT-COUNT                PIC S9(04) COMP VALUE 0.              260921MA
016400 77 IT-INDEX                PIC S9(04) COMP VALUE 0.              260921MA
016500 77 MAX-IT-ENTRIES          PIC S9(04) COMP VALUE 255.            260921MA
016600 01 ITEM-NO-TABLE.                                                260921MA
016700    03 IT-ITEM-NO           PIC S9(04) COMP OCCURS 255.           260921MA
016800*                                                                 260921MA
016900*LAYDATA pass state -- the member/copylib run being read and      260921MA
017000*the member table entry it feeds, zero when it feeds none.        260921MA
017100 01 SAVE-MEMBER             PIC X(08)  VALUE SPACES.              260921MA
017200 01 SAVE-COPYLIB            PIC X(26)  VALUE SPACES.              260921MA
017300 01 WS-CUR-MB-IX            PIC S9(04) COMP VALUE 0.              260921MA
017400*                                                                 260921MA
017500 01 WS-SET-NAME             PIC X(16)  VALUE SPACES.              260921MA
017600 01 WS-MEMBER-NAME          PIC X(08)  VALUE SPACES.              260921MA
017700 01 WS-ITEM-NAME            PIC X(16)  VALUE SPACES.              260921MA
017800 01 WS-ITEM-TYPE            PIC X(01)  VALUE SPACES.              260921MA
017900 01 WS-TYPE-TEXT            PIC X(16)  VALUE SPACES.              260921MA
018000 01 WS-USAGE-TEXT           PIC X(08)  VALUE SPACES.              260921MA
018100*Storage class of an item or field: B binary, P packed, R real,   260921MA
018200*D display -- the level at which IMAGE and COBOL must agree.      260921MA
018300 01 WS-ITEM-CLASS           PIC X(01)  VALUE SPACES.              260921MA
018400 01 WS-FIELD-CLASS          PIC X(01)  VALUE SPACES.              260921MA
018500 01 WS-ITEM-BYTES           PIC S9(09) COMP VALUE 0.              260921MA
018600 01 WS-FIELD-BYTES          PIC S9(09) COMP VALUE 0.              260921MA
018700 01 WS-COVER-END            PIC S9(09) COMP VALUE 0.              260921MA
018800 01 WS-COVERED-SW           PIC X(01)  VALUE "N".                 260921MA
018900    88 FIELD-COVERED                   VALUE "Y".                 260921MA
019000 01 WS-HALF                 PIC S9(09) COMP VALUE 0.              260921MA
019100 01 WS-REM                  PIC S9(09) COMP VALUE 0.              260921MA
019200 01 ED-BYTES-1              PIC ZZZZZ9.                           260921MA
019300 01 ED-BYTES-2              PIC ZZZZZ9.                           260921MA
019400 01 ED-COUNT                PIC ZZZZ9.                            260921MA
019500*                                                                 260921MA
019600 77 WS-SET-DRIFT            PIC S9(05) COMP VALUE 0.              260921MA
019700 77 WS-DRIFT-CT             PIC S9(05) COMP VALUE 0.              260921MA
019800 77 WS-DRIFT-SETS           PIC S9(05) COMP VALUE 0.              260921MA
019900 77 WS-NO-MIRROR-CT         PIC S9(05) COMP VALUE 0.              260921MA
020000 77 WS-SET-DONE-CT          PIC S9(05) COMP VALUE 0.              260921MA
020100 01 DATE-BUFF               PIC X(27)  VALUE SPACES.              260921MA
020200*Operator identity and audit-log request passed to AUDLOG,        260921MA
020300*and the run completion code, kept apart from RETURN-CODE         260921MA
020400*(which every AUDLOG call resets) and applied at STOP RUN.        260921MA
020500 01 WS-OPERATOR             PIC X(08)  VALUE SPACES.              260921MA
020600 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              260921MA
020700 01 WS-AUDIT-REQUEST.                                             260921MA
020800    03 AR-PROGRAM-NAME         PIC X(08) VALUE "IMGDRFT".         260921MA
020900    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            260921MA
021000    03 AR-EVENT                PIC X(06) VALUE SPACES.            260921MA
021100    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            260921MA
021200    03 AR-PARM-1               PIC X(26) VALUE SPACES.            260921MA
021300    03 AR-PARM-2               PIC X(10) VALUE SPACES.            260921MA
021400*                                                                 260921MA
021500*=================================================================260921MA
021600*Main logical flow                                                260921MA
021700*=================================================================260921MA
021800 PROCEDURE DIVISION.                                              260921MA
021900 BEGIN-0000.                                                      260921MA
022000     DISPLAY "IMGDRFT Version 1.00, Copyright J3K Solutions".     260921MA
022100     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     260921MA
022200     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  260921MA
022300     MOVE "START"              TO AR-EVENT.                       260921MA
022400     MOVE SPACES               TO AR-OUTCOME.                     260921MA
022500     MOVE WS-BASE-NAME         TO AR-PARM-1.                      260921MA
022600     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260921MA
022700     PERFORM B1000-OPEN-BASE THRU B1000-EXIT.                     260921MA
022800     PERFORM B4000-LOAD-SET-LIST THRU B4000-EXIT.                 260921MA
022900     PERFORM B5000-LOAD-LAYDATA THRU B5000-EXIT.                  260921MA
023000     PERFORM B6000-REPORT-HEADER THRU B6000-EXIT.                 260921MA
023100     MOVE 1                    TO ST-INDEX.                       260921MA
023200 BEGIN-0010.                                                      260921MA
023300     IF ST-INDEX > ST-COUNT                                       260921MA
023400        GO TO BEGIN-0020.                                         260921MA
023500     PERFORM C1000-ONE-SET THRU C1000-EXIT.                       260921MA
023600     ADD 1                     TO ST-INDEX.                       260921MA
023700     GO TO BEGIN-0010.                                            260921MA
023800 BEGIN-0020.                                                      260921MA
023900     PERFORM D1000-REPORT-SUMMARY THRU D1000-EXIT.                260921MA
024000     CLOSE RPTFILE.                                               260921MA
024100     CALL "DBCLOSE" USING DB-BASE, DB-DUMMY-SET,                  260921MA
024200                          DB-CLOSE-MODE, DB-STATUS-AREA.          260921MA
024300     DISPLAY "IMGDRFT: " WS-SET-DONE-CT " dataset(s) checked, "   260921MA
024400             WS-DRIFT-CT " drift finding(s)".                     260921MA
024500     MOVE "FINISH"             TO AR-EVENT.                       260921MA
024600     IF WS-DRIFT-CT > 0                                           260921MA
024700        MOVE 1                 TO WS-RUN-RC.                      260921MA
024800     IF WS-RUN-RC NOT = 0                                         260921MA
024900        MOVE "FAIL"            TO AR-OUTCOME                      260921MA
025000     ELSE                                                         260921MA
025100        MOVE "OK"              TO AR-OUTCOME                      260921MA
025200     END-IF.                                                      260921MA
025300     MOVE WS-DRIFT-CT          TO ED-COUNT.                       260921MA
025400     MOVE ED-COUNT             TO AR-PARM-2.                      260921MA
025500     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               260921MA
025600     DISPLAY "Normal termination of IMGDRFT run @ " TIME-OF-DAY.  260921MA
025700     IF WS-RUN-RC NOT = 0                                         260921MA
025800        MOVE WS-RUN-RC         TO RETURN-CODE                     260921MA
025900     END-IF.                                                      260921MA
026000     STOP RUN.                                                    260921MA
026100 BEGIN-0000-EXIT. EXIT.                                           260921MA
026200*                                                                 260921MA
026300*A0100-GET-PARMS accepts the root-file name, a read password and  260921MA
026400*optionally the copylib whose members are the mirrors, as one     260921MA
026500*comma-separated RUN INFO string (BASE,PASSWORD,COPYLIB) or       260921MA
026600*prompted -- the IMGSCHM convention.  A blank copylib takes       260921MA
026700*each member from the first copylib in LAYDATA that carries it.   260921MA
026800 A0100-GET-PARMS.                                                 260921MA
026900     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        260921MA
027000     IF WS-RUN-INFO NOT = SPACES                                  260921MA
027100        UNSTRING WS-RUN-INFO DELIMITED BY ","                     260921MA
027200           INTO WS-BASE-NAME, WS-PASSWORD, WS-COPYLIB             260921MA
027300     ELSE                                                         260921MA
027400        DISPLAY "Enter IMAGE root file name: " NO ADVANCING       260921MA
027500        ACCEPT WS-BASE-NAME FREE                                  260921MA
027600        DISPLAY "Enter read password: " NO ADVANCING              260921MA
027700        ACCEPT WS-PASSWORD FREE                                   260921MA
027800        DISPLAY "Enter copylib holding the mirror members "       260921MA
027900                "(blank for any): " NO ADVANCING                  260921MA
028000        ACCEPT WS-COPYLIB FREE                                    260921MA
028100     END-IF.                                                      260921MA
028200     IF WS-BASE-NAME = SPACES                                     260921MA
028300        DISPLAY "IMGDRFT: root file name is required"             260921MA
028400        MOVE 16               TO RETURN-CODE                      260921MA
028500        STOP RUN                                                  260921MA
028600     END-IF.                                                      260921MA
028700 A0100-EXIT.  EXIT.                                               260921MA
028800*                                                                 260921MA
028900*A0150-SET-OPERATOR records who ran this check -- BATCH for a     260921MA
029000*stream run driven by the INFO string, or a prompted operator     260921MA
029100*ID for an interactive session.                                   260921MA
029200 A0150-SET-OPERATOR.                                              260921MA
029300     IF WS-RUN-INFO NOT = SPACES                                  260921MA
029400        MOVE "BATCH"           TO WS-OPERATOR                     260921MA
029500     ELSE                                                         260921MA
029600        DISPLAY "Enter operator ID: " NO ADVANCING                260921MA
029700        ACCEPT WS-OPERATOR FREE                                   260921MA
029800     END-IF.                                                      260921MA
029900     MOVE WS-OPERATOR          TO AR-OPERATOR.                    260921MA
030000 A0150-EXIT.  EXIT.                                               260921MA
030100*                                                                 260921MA
030200*B1000-OPEN-BASE opens the base read-only, shared -- mode 5       260921MA
030300*touches nothing and cannot collide with the update jobs.         260921MA
030400 B1000-OPEN-BASE.                                                 260921MA
030500     MOVE SPACES              TO DB-BASE.                         260921MA
030600     MOVE WS-BASE-NAME        TO DB-BASE(3:26).                   260921MA
030700     MOVE WS-PASSWORD         TO DB-PASSWORD.                     260921MA
030800     CALL "DBOPEN" USING DB-BASE, DB-PASSWORD,                    260921MA
030900                         DB-OPEN-MODE, DB-STATUS-AREA.            260921MA
031000     IF DB-COND NOT = 0                                           260921MA
031100        DISPLAY "IMGDRFT: DBOPEN of " WS-BASE-NAME                260921MA
031200                " failed, condition " DB-COND                     260921MA
031300        MOVE 16               TO RETURN-CODE                      260921MA
031400        STOP RUN                                                  260921MA
031500     END-IF.                                                      260921MA
031600 B1000-EXIT.  EXIT.                                               260921MA
031700*                                                                 260921MA
031800*B4000-LOAD-SET-LIST asks DBINFO mode 203 for every set this      260921MA
031900*open can see, then mode 201 for each one's name, type and        260921MA
032000*entry length, and enters each set's mirror member name in the    260921MA
032100*member table.                                                    260921MA
032200 B4000-LOAD-SET-LIST.                                             260921MA
032300     MOVE 203                 TO DB-INFO-MODE.                    260921MA
032400     MOVE 0                   TO DB-QUAL-NUM.                     260921MA
032500     CALL "DBINFO" USING DB-BASE, DB-QUALIFIER,                   260921MA
032600                         DB-INFO-MODE, DB-STATUS-AREA,            260921MA
032700                         DB-BUFFER.                               260921MA
032800     IF DB-COND NOT = 0                                           260921MA
032900        DISPLAY "IMGDRFT: DBINFO mode 203 failed, condition "     260921MA
033000                DB-COND                                           260921MA
033100        MOVE 16               TO RETURN-CODE                      260921MA
033200        STOP RUN                                                  260921MA
033300     END-IF.                                                      260921MA
033400     MOVE 0                   TO ST-COUNT.                        260921MA
033500     MOVE 1                   TO ST-INDEX.                        260921MA
033600 B4010-COPY.                                                      260921MA
033700     IF ST-INDEX > BSL-COUNT OR ST-INDEX > MAX-ST-ENTRIES         260921MA
033800        GO TO B4020-DESCRIBE.                                     260921MA
033900     ADD 1                    TO ST-COUNT.                        260921MA
034000     MOVE BSL-SET-NO(ST-INDEX) TO ST-SET-NO(ST-COUNT).            260921MA
034100     ADD 1                    TO ST-INDEX.                        260921MA
034200     GO TO B4010-COPY.                                            260921MA
034300 B4020-DESCRIBE.                                                  260921MA
034400     MOVE 1                   TO ST-INDEX.                        260921MA
034500 B4030-NEXT.                                                      260921MA
034600     IF ST-INDEX > ST-COUNT                                       260921MA
034700        GO TO B4000-EXIT.                                         260921MA
034800     PERFORM B4100-DESCRIBE-SET THRU B4100-EXIT.                  260921MA
034900     ADD 1                    TO ST-INDEX.                        260921MA
035000     GO TO B4030-NEXT.                                            260921MA
035100 B4000-EXIT.  EXIT.                                               260921MA
035200*                                                                 260921MA
035300 B4100-DESCRIBE-SET.                                              260921MA
035400     MOVE SPACES              TO ST-NAME(ST-INDEX)                260921MA
035500                                 ST-TYPE(ST-INDEX).               260921MA
035600     MOVE 0                   TO ST-ENTRY-LEN(ST-INDEX)           260921MA
035700                                 ST-MB-IX(ST-INDEX).              260921MA
035800     MOVE 201                 TO DB-INFO-MODE.                    260921MA
035900     MOVE ST-SET-NO(ST-INDEX) TO DB-QUAL-NUM.                     260921MA
036000     CALL "DBINFO" USING DB-BASE, DB-QUALIFIER,                   260921MA
036100                         DB-INFO-MODE, DB-STATUS-AREA,            260921MA
036200                         DB-BUFFER.                               260921MA
036300     IF DB-COND NOT = 0                                           260921MA
036400        DISPLAY "IMGDRFT: DBINFO mode 201 failed for set "        260921MA
036500                ST-SET-NO(ST-INDEX) ", condition " DB-COND        260921MA
036600        MOVE 1                TO WS-RUN-RC                        260921MA
036700        GO TO B4100-EXIT.                                         260921MA
036800     MOVE BSD-NAME            TO ST-NAME(ST-INDEX).               260921MA
036900     MOVE BSD-TYPE(1:1)       TO ST-TYPE(ST-INDEX).               260921MA
037000     MOVE BSD-ENTRY-LEN       TO ST-ENTRY-LEN(ST-INDEX).          260921MA
037100     MOVE BSD-NAME(1:8)       TO WS-MEMBER-NAME.                  260921MA
037200     MOVE 1                   TO MB-INDEX.                        260921MA
037300 B4110-HUNT.                                                      260921MA
037400     IF MB-INDEX > MB-COUNT                                       260921MA
037500        GO TO B4120-ADD.                                          260921MA
037600     IF MB-NAME(MB-INDEX) = WS-MEMBER-NAME                        260921MA
037700        MOVE MB-INDEX         TO ST-MB-IX(ST-INDEX)               260921MA
037800        GO TO B4100-EXIT.                                         260921MA
037900     ADD 1                    TO MB-INDEX.                        260921MA
038000     GO TO B4110-HUNT.                                            260921MA
038100 B4120-ADD.                                                       260921MA
038200     ADD 1                    TO MB-COUNT.                        260921MA
038300     MOVE WS-MEMBER-NAME      TO MB-NAME(MB-COUNT).               260921MA
038400     MOVE SPACES              TO MB-COPYLIB(MB-COUNT)             260921MA
038500                                 MB-OTHER-LIB(MB-COUNT).          260921MA
038600     MOVE 0                   TO MB-FIRST(MB-COUNT)               260921MA
038700                                 MB-FLD-COUNT(MB-COUNT)           260921MA
038800                                 MB-ROOT-LEN(MB-COUNT).           260921MA
038900     MOVE MB-COUNT            TO ST-MB-IX(ST-INDEX).              260921MA
039000 B4100-EXIT.  EXIT.                                               260921MA
039100*                                                                 260921MA
039200*=========================================================        260921MA
039300*Load the wanted members' fields from LAYDATA.                    260921MA
039400*=========================================================        260921MA
039500*B5000-LOAD-LAYDATA reads the CPYLAYT layout file once,           260921MA
039600*keeping the fields of the members the sets mirror.  LAYDATA      260921MA
039700*is written a member at a time, so a change of member or          260921MA
039800*copylib starts a new run; the run feeds the member table         260921MA
039900*entry only if that member has not already been loaded from an    260921MA
040000*earlier copylib (and, when a copylib was named, only from that   260921MA
040100*copylib).                                                        260921MA
040200 B5000-LOAD-LAYDATA.                                              260921MA
040300     OPEN INPUT LAYFILE.                                          260921MA
040400     IF CC <> 0                                                   260921MA
040500        DISPLAY "IMGDRFT: cannot open LAYDATA -- run CPYLAYT "    260921MA
040600                "first"                                           260921MA
040700        MOVE 16               TO RETURN-CODE                      260921MA
040800        STOP RUN                                                  260921MA
040900     END-IF.                                                      260921MA
041000     MOVE SPACES              TO SAVE-MEMBER SAVE-COPYLIB.        260921MA
041100     MOVE 0                   TO WS-CUR-MB-IX LF-COUNT.           260921MA
041200 B5010-READ.                                                      260921MA
041300     READ LAYFILE                                                 260921MA
041400        AT END                                                    260921MA
041500           GO TO B5090-DONE.                                      260921MA
041600     IF LAY-MEMBER NOT = SAVE-MEMBER                              260921MA
041700        OR LAY-COPYLIB NOT = SAVE-COPYLIB                         260921MA
041800        PERFORM B5100-NEW-RUN THRU B5100-EXIT.                    260921MA
041900     IF WS-CUR-MB-IX = 0                                          260921MA
042000        GO TO B5010-READ.                                         260921MA
042100     IF LF-COUNT >= MAX-LF-ENTRIES                                260921MA
042200        DISPLAY "IMGDRFT: field table full, member "              260921MA
042300                LAY-MEMBER " truncated"                           260921MA
042400        MOVE 0                TO WS-CUR-MB-IX                     260921MA
042500        MOVE 1                TO WS-RUN-RC                        260921MA
042600        GO TO B5010-READ.                                         260921MA
042700     PERFORM B5200-ADD-FIELD THRU B5200-EXIT.                     260921MA
042800     GO TO B5010-READ.                                            260921MA
042900 B5090-DONE.                                                      260921MA
043000     CLOSE LAYFILE.                                               260921MA
043100     DISPLAY "IMGDRFT: " LF-COUNT " mirror field(s) loaded".      260921MA
043200 B5000-EXIT.  EXIT.                                               260921MA
043300*                                                                 260921MA
043400 B5100-NEW-RUN.                                                   260921MA
043500     MOVE LAY-MEMBER          TO SAVE-MEMBER.                     260921MA
043600     MOVE LAY-COPYLIB         TO SAVE-COPYLIB.                    260921MA
043700     MOVE 0                   TO WS-CUR-MB-IX.                    260921MA
043800     IF WS-COPYLIB NOT = SPACES AND LAY-COPYLIB NOT = WS-COPYLIB  260921MA
043900        GO TO B5100-EXIT.                                         260921MA
044000     MOVE 1                   TO MB-INDEX.                        260921MA
044100 B5110-HUNT.                                                      260921MA
044200     IF MB-INDEX > MB-COUNT                                       260921MA
044300        GO TO B5100-EXIT.                                         260921MA
044400     IF MB-NAME(MB-INDEX) NOT = LAY-MEMBER                        260921MA
044500        ADD 1                 TO MB-INDEX                         260921MA
044600        GO TO B5110-HUNT.                                         260921MA
044700     IF MB-COPYLIB(MB-INDEX) NOT = SPACES                         260921MA
044800        IF MB-OTHER-LIB(MB-INDEX) = SPACES                        260921MA
044900           MOVE LAY-COPYLIB   TO MB-OTHER-LIB(MB-INDEX)           260921MA
045000        END-IF                                                    260921MA
045100        GO TO B5100-EXIT.                                         260921MA
045200     MOVE LAY-COPYLIB         TO MB-COPYLIB(MB-INDEX).            260921MA
045300     COMPUTE MB-FIRST(MB-INDEX) = LF-COUNT + 1.                   260921MA
045400     MOVE MB-INDEX            TO WS-CUR-MB-IX.                    260921MA
045500 B5100-EXIT.  EXIT.                                               260921MA
045600*                                                                 260921MA
045700*B5200-ADD-FIELD files one LAYDATA record under the current       260921MA
045800*member.  A field is a group when the next field of its member    260921MA
045900*sits at a deeper level, so the previous entry is marked when     260921MA
046000*this one is deeper; the first 01 gives the record length the     260921MA
046100*entry length is checked against.                                 260921MA
046200 B5200-ADD-FIELD.                                                 260921MA
046300     ADD 1                    TO LF-COUNT.                        260921MA
046400     MOVE LAY-FIELD           TO LF-NAME(LF-COUNT).               260921MA
046500     MOVE LAY-LEVEL           TO LF-LEVEL(LF-COUNT).              260921MA
046600     MOVE LAY-START           TO LF-START(LF-COUNT).              260921MA
046700     MOVE LAY-LENGTH          TO LF-LENGTH(LF-COUNT).             260921MA
046800     IF LAY-OCCURS > 0                                            260921MA
046900        COMPUTE LF-TOT-LEN(LF-COUNT) = LAY-LENGTH * LAY-OCCURS    260921MA
047000     ELSE                                                         260921MA
047100        MOVE LAY-LENGTH       TO LF-TOT-LEN(LF-COUNT)             260921MA
047200     END-IF.                                                      260921MA
047300     MOVE LAY-USAGE           TO LF-USAGE(LF-COUNT).              260921MA
047400     MOVE "N"                 TO LF-GROUP-SW(LF-COUNT)            260921MA
047500                                 LF-MATCHED-SW(LF-COUNT).         260921MA
047600     ADD 1                    TO MB-FLD-COUNT(WS-CUR-MB-IX).      260921MA
047700     IF MB-FLD-COUNT(WS-CUR-MB-IX) > 1                            260921MA
047800        AND LF-LEVEL(LF-COUNT - 1) < LF-LEVEL(LF-COUNT)           260921MA
047900        MOVE "Y"              TO LF-GROUP-SW(LF-COUNT - 1).       260921MA
048000     IF LAY-LEVEL = 1 AND MB-ROOT-LEN(WS-CUR-MB-IX) = 0           260921MA
048100        MOVE LAY-LENGTH       TO MB-ROOT-LEN(WS-CUR-MB-IX).       260921MA
048200 B5200-EXIT.  EXIT.                                               260921MA
048300*                                                                 260921MA
048400 B6000-REPORT-HEADER.                                             260921MA
048500     OPEN OUTPUT RPTFILE.                                         260921MA
048600     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   260921MA
048700     MOVE SPACES               TO RPT-RECORD.                     260921MA
048800     STRING "IMAGE/COPYBOOK DRIFT REPORT FOR " DELIMITED BY SIZE  260921MA
048900            WS-BASE-NAME DELIMITED BY SPACES                      260921MA
049000            " AS OF " DELIMITED BY SIZE                           260921MA
049100            DATE-BUFF DELIMITED BY SIZE                           260921MA
049200       INTO RPT-RECORD.                                           260921MA
049300     WRITE RPT-RECORD.                                            260921MA
049400     IF WS-COPYLIB NOT = SPACES                                   260921MA
049500        MOVE SPACES            TO RPT-RECORD                      260921MA
049600        STRING "MIRROR MEMBERS TAKEN FROM " DELIMITED BY SIZE     260921MA
049700               WS-COPYLIB DELIMITED BY SPACES                     260921MA
049800          INTO RPT-RECORD                                         260921MA
049900        WRITE RPT-RECORD                                          260921MA
050000     END-IF.                                                      260921MA
050100     MOVE SPACES               TO RPT-RECORD.                     260921MA
050200     WRITE RPT-RECORD.                                            260921MA
050300 B6000-EXIT.  EXIT.                                               260921MA
050400*                                                                 260921MA
050500*=========================================================        260921MA
050600*Reconcile one dataset with its mirror member.                    260921MA
050700*=========================================================        260921MA
050800 C1000-ONE-SET.                                                   260921MA
050900     IF ST-NAME(ST-INDEX) = SPACES                                260921MA
051000        GO TO C1000-EXIT.                                         260921MA
051100     ADD 1                    TO WS-SET-DONE-CT.                  260921MA
051200     MOVE 0                   TO WS-SET-DRIFT.                    260921MA
051300     MOVE ST-NAME(ST-INDEX)   TO WS-SET-NAME.                     260921MA
051400     MOVE ST-MB-IX(ST-INDEX)  TO MB-INDEX.                        260921MA
051500     EVALUATE ST-TYPE(ST-INDEX)                                   260921MA
051600        WHEN "M"  MOVE "MANUAL MASTER"  TO WS-TYPE-TEXT           260921MA
051700        WHEN "A"  MOVE "AUTO MASTER"    TO WS-TYPE-TEXT           260921MA
051800        WHEN "D"  MOVE "DETAIL"         TO WS-TYPE-TEXT           260921MA
051900        WHEN OTHER MOVE "UNKNOWN"       TO WS-TYPE-TEXT           260921MA
052000     END-EVALUATE.                                                260921MA
052100     MOVE SPACES              TO RPT-RECORD.                      260921MA
052200     STRING "DATASET " DELIMITED BY SIZE                          260921MA
052300            WS-SET-NAME DELIMITED BY SIZE                         260921MA
052400            " " WS-TYPE-TEXT DELIMITED BY SIZE                    260921MA
052500            " MIRROR " DELIMITED BY SIZE                          260921MA
052600            MB-NAME(MB-INDEX) DELIMITED BY SIZE                   260921MA
052700            " " MB-COPYLIB(MB-INDEX) DELIMITED BY SPACES          260921MA
052800       INTO RPT-RECORD.                                           260921MA
052900     WRITE RPT-RECORD.                                            260921MA
053000*An automatic master holds nothing but its key, so it is not      260921MA
053100*expected to have a mirror of its own -- listed, not counted.     260921MA
053200     IF MB-FLD-COUNT(MB-INDEX) = 0                                260921MA
053300        ADD 1                 TO WS-NO-MIRROR-CT                  260921MA
053400        MOVE SPACES           TO RPT-RECORD                       260921MA
053500        IF ST-TYPE(ST-INDEX) = "A"                                260921MA
053600           STRING "   NO MIRROR MEMBER " DELIMITED BY SIZE        260921MA
053700                  MB-NAME(MB-INDEX) DELIMITED BY SPACES           260921MA
053800                  " IN LAYDATA (AUTOMATIC MASTER -- NONE "        260921MA
053900                  "EXPECTED)" DELIMITED BY SIZE                   260921MA
054000             INTO RPT-RECORD                                      260921MA
054100        ELSE                                                      260921MA
054200           STRING "   NO MIRROR MEMBER " DELIMITED BY SIZE        260921MA
054300                  MB-NAME(MB-INDEX) DELIMITED BY SPACES           260921MA
054400                  " IN LAYDATA" DELIMITED BY SIZE                 260921MA
054500             INTO RPT-RECORD                                      260921MA
054600           ADD 1              TO WS-SET-DRIFT                     260921MA
054700        END-IF                                                    260921MA
054800        WRITE RPT-RECORD                                          260921MA
054900        GO TO C1000-DONE.                                         260921MA
055000     IF MB-OTHER-LIB(MB-INDEX) NOT = SPACES                       260921MA
055100        AND WS-COPYLIB = SPACES                                   260921MA
055200        MOVE SPACES           TO RPT-RECORD                       260921MA
055300        STRING "   NOTE: MEMBER ALSO IN " DELIMITED BY SIZE       260921MA
055400               MB-OTHER-LIB(MB-INDEX) DELIMITED BY SPACES         260921MA
055500               " -- FIRST COPY USED" DELIMITED BY SIZE            260921MA
055600          INTO RPT-RECORD                                         260921MA
055700        WRITE RPT-RECORD.                                         260921MA
055800     PERFORM C1100-RESET-MATCHES THRU C1100-EXIT.                 260921MA
055900     PERFORM C1200-ENTRY-LENGTH THRU C1200-EXIT.                  260921MA
056000     PERFORM C2000-SET-ITEMS THRU C2000-EXIT.                     260921MA
056100     PERFORM C3000-UNMATCHED-FIELDS THRU C3000-EXIT.              260921MA
056200 C1000-DONE.                                                      260921MA
056300     IF WS-SET-DRIFT = 0                                          260921MA
056400        MOVE "   IN STEP"     TO RPT-RECORD                       260921MA
056500        WRITE RPT-RECORD                                          260921MA
056600     ELSE                                                         260921MA
056700        ADD 1                 TO WS-DRIFT-SETS                    260921MA
056800        ADD WS-SET-DRIFT      TO WS-DRIFT-CT                      260921MA
056900     END-IF.                                                      260921MA
057000 C1000-EXIT.  EXIT.                                               260921MA
057100*                                                                 260921MA
057200*C1100-RESET-MATCHES clears the member's match marks -- two       260921MA
057300*sets with the same eight-character prefix share one member.      260921MA
057400 C1100-RESET-MATCHES.                                             260921MA
057500     MOVE MB-FIRST(MB-INDEX)  TO LF-INDEX.                        260921MA
057600     COMPUTE LF-LAST = MB-FIRST(MB-INDEX)                         260921MA
057700                     + MB-FLD-COUNT(MB-INDEX) - 1.                260921MA
057800 C1110-NEXT.                                                      260921MA
057900     IF LF-INDEX > LF-LAST                                        260921MA
058000        GO TO C1100-EXIT.                                         260921MA
058100     MOVE "N"                 TO LF-MATCHED-SW(LF-INDEX).         260921MA
058200     ADD 1                    TO LF-INDEX.                        260921MA
058300     GO TO C1110-NEXT.                                            260921MA
058400 C1100-EXIT.  EXIT.                                               260921MA
058500*                                                                 260921MA
058600*C1200-ENTRY-LENGTH checks the set's entry length (DBINFO gives   260921MA
058700*it in words) against the member's 01 record, rounded up to a     260921MA
058800*whole word the way IMAGE pads an odd-length entry.               260921MA
058900 C1200-ENTRY-LENGTH.                                              260921MA
059000     COMPUTE WS-ITEM-BYTES = ST-ENTRY-LEN(ST-INDEX) * 2.          260921MA
059100     MOVE MB-ROOT-LEN(MB-INDEX) TO WS-FIELD-BYTES.                260921MA
059200     PERFORM E1000-ROUND-TO-WORD THRU E1000-EXIT.                 260921MA
059300     IF WS-ITEM-BYTES = WS-FIELD-BYTES                            260921MA
059400        GO TO C1200-EXIT.                                         260921MA
059500     ADD 1                    TO WS-SET-DRIFT.                    260921MA
059600     MOVE WS-ITEM-BYTES       TO ED-BYTES-1.                      260921MA
059700     MOVE MB-ROOT-LEN(MB-INDEX) TO ED-BYTES-2.                    260921MA
059800     MOVE SPACES              TO RPT-RECORD.                      260921MA
059900     STRING "   ENTRY LENGTH " ED-BYTES-1 DELIMITED BY SIZE       260921MA
060000            " BYTES, COPYBOOK RECORD " DELIMITED BY SIZE          260921MA
060100            ED-BYTES-2 " BYTES" DELIMITED BY SIZE                 260921MA
060200       INTO RPT-RECORD.                                           260921MA
060300     WRITE RPT-RECORD.                                            260921MA
060400 C1200-EXIT.  EXIT.                                               260921MA
060500*                                                                 260921MA
060600*C2000-SET-ITEMS lists the set's items -- DBINFO mode 104 for     260921MA
060700*the numbers, copied out of the answer buffer, then mode 102      260921MA
060800*for each item -- and reconciles each against the member.         260921MA
060900 C2000-SET-ITEMS.                                                 260921MA
061000     MOVE 104                 TO DB-INFO-MODE.                    260921MA
061100     MOVE ST-SET-NO(ST-INDEX) TO DB-QUAL-NUM.                     260921MA
061200     CALL "DBINFO" USING DB-BASE, DB-QUALIFIER,                   260921MA
061300                         DB-INFO-MODE, DB-STATUS-AREA,            260921MA
061400                         DB-BUFFER.                               260921MA
061500     IF DB-COND NOT = 0                                           260921MA
061600        DISPLAY "IMGDRFT: DBINFO mode 104 failed for set "        260921MA
061700                ST-SET-NO(ST-INDEX) ", condition " DB-COND        260921MA
061800        MOVE 1                TO WS-RUN-RC                        260921MA
061900        GO TO C2000-EXIT.                                         260921MA
062000     MOVE 0                   TO IT-COUNT.                        260921MA
062100     MOVE 1                   TO IT-INDEX.                        260921MA
062200 C2010-COPY.                                                      260921MA
062300     IF IT-INDEX > BIL-COUNT OR IT-INDEX > MAX-IT-ENTRIES         260921MA
062400        GO TO C2020-START.                                        260921MA
062500     ADD 1                    TO IT-COUNT.                        260921MA
062600     MOVE BIL-ITEM-NO(IT-INDEX) TO IT-ITEM-NO(IT-COUNT).          260921MA
062700     ADD 1                    TO IT-INDEX.                        260921MA
062800     GO TO C2010-COPY.                                            260921MA
062900 C2020-START.                                                     260921MA
063000     MOVE 1                   TO IT-INDEX.                        260921MA
063100 C2030-NEXT.                                                      260921MA
063200     IF IT-INDEX > IT-COUNT                                       260921MA
063300        GO TO C2000-EXIT.                                         260921MA
063400     PERFORM C2100-ONE-ITEM THRU C2100-EXIT.                      260921MA
063500     ADD 1                    TO IT-INDEX.                        260921MA
063600     GO TO C2030-NEXT.                                            260921MA
063700 C2000-EXIT.  EXIT.                                               260921MA
063800*                                                                 260921MA
063900*C2100-ONE-ITEM describes one item and looks for the field of     260921MA
064000*the same name in the member (the 01 record itself excluded).     260921MA
064100*A found field is checked for length -- the item's sub-item       260921MA
064200*length in words times its count, against the field's length      260921MA
064300*times its OCCURS, rounded up to a word -- and for storage class. 260921MA
064400 C2100-ONE-ITEM.                                                  260921MA
064500     MOVE 102                 TO DB-INFO-MODE.                    260921MA
064600     MOVE IT-ITEM-NO(IT-INDEX) TO DB-QUAL-NUM.                    260921MA
064700     CALL "DBINFO" USING DB-BASE, DB-QUALIFIER,                   260921MA
064800                         DB-INFO-MODE, DB-STATUS-AREA,            260921MA
064900                         DB-BUFFER.                               260921MA
065000     IF DB-COND NOT = 0                                           260921MA
065100        DISPLAY "IMGDRFT: DBINFO mode 102 failed for item "       260921MA
065200                IT-ITEM-NO(IT-INDEX) ", condition " DB-COND       260921MA
065300        MOVE 1                TO WS-RUN-RC                        260921MA
065400        GO TO C2100-EXIT.                                         260921MA
065500     MOVE BID-NAME            TO WS-ITEM-NAME.                    260921MA
065600     MOVE BID-TYPE(1:1)       TO WS-ITEM-TYPE.                    260921MA
065700     IF BID-SUB-COUNT > 1                                         260921MA
065800        COMPUTE WS-ITEM-BYTES = BID-SUB-LEN * 2 * BID-SUB-COUNT   260921MA
065900     ELSE                                                         260921MA
066000        COMPUTE WS-ITEM-BYTES = BID-SUB-LEN * 2                   260921MA
066100     END-IF.                                                      260921MA
066200     MOVE MB-FIRST(MB-INDEX)  TO LF-INDEX.                        260921MA
066300 C2110-HUNT.                                                      260921MA
066400     IF LF-INDEX > LF-LAST                                        260921MA
066500        GO TO C2120-MISSING.                                      260921MA
066600     IF LF-LEVEL(LF-INDEX) NOT = 1                                260921MA
066700        AND LF-MATCHED-SW(LF-INDEX) NOT = "Y"                     260921MA
066800        AND LF-NAME(LF-INDEX)(1:16) = WS-ITEM-NAME                260921MA
066900        AND LF-NAME(LF-INDEX)(17:14) = SPACES                     260921MA
067000        GO TO C2130-FOUND.                                        260921MA
067100     ADD 1                    TO LF-INDEX.                        260921MA
067200     GO TO C2110-HUNT.                                            260921MA
067300 C2120-MISSING.                                                   260921MA
067400     ADD 1                    TO WS-SET-DRIFT.                    260921MA
067500     MOVE WS-ITEM-BYTES       TO ED-BYTES-1.                      260921MA
067600     MOVE SPACES              TO RPT-RECORD.                      260921MA
067700     STRING "   ITEM " WS-ITEM-NAME DELIMITED BY SIZE             260921MA
067800            " TYPE " WS-ITEM-TYPE DELIMITED BY SIZE               260921MA
067900            ED-BYTES-1 " BYTES -- NO FIELD IN COPYBOOK"           260921MA
068000               DELIMITED BY SIZE                                  260921MA
068100       INTO RPT-RECORD.                                           260921MA
068200     WRITE RPT-RECORD.                                            260921MA
068300     GO TO C2100-EXIT.                                            260921MA
068400 C2130-FOUND.                                                     260921MA
068500     MOVE "Y"                 TO LF-MATCHED-SW(LF-INDEX).         260921MA
068600     MOVE LF-TOT-LEN(LF-INDEX) TO WS-FIELD-BYTES.                 260921MA
068700     PERFORM E1000-ROUND-TO-WORD THRU E1000-EXIT.                 260921MA
068800     IF WS-ITEM-BYTES NOT = WS-FIELD-BYTES                        260921MA
068900        ADD 1                 TO WS-SET-DRIFT                     260921MA
069000        MOVE WS-ITEM-BYTES    TO ED-BYTES-1                       260921MA
069100        MOVE LF-TOT-LEN(LF-INDEX) TO ED-BYTES-2                   260921MA
069200        MOVE SPACES           TO RPT-RECORD                       260921MA
069300        STRING "   ITEM " WS-ITEM-NAME DELIMITED BY SIZE          260921MA
069400               ED-BYTES-1 " BYTES, FIELD " DELIMITED BY SIZE      260921MA
069500               ED-BYTES-2 " BYTES -- LENGTH DISAGREES"            260921MA
069600                  DELIMITED BY SIZE                               260921MA
069700          INTO RPT-RECORD                                         260921MA
069800        WRITE RPT-RECORD                                          260921MA
069900     END-IF.                                                      260921MA
070000     PERFORM E2000-CLASSES THRU E2000-EXIT.                       260921MA
070100     IF WS-ITEM-CLASS NOT = WS-FIELD-CLASS                        260921MA
070200        ADD 1                 TO WS-SET-DRIFT                     260921MA
070300        MOVE SPACES           TO RPT-RECORD                       260921MA
070400        STRING "   ITEM " WS-ITEM-NAME DELIMITED BY SIZE          260921MA
070500               " TYPE " WS-ITEM-TYPE DELIMITED BY SIZE            260921MA
070600               ", FIELD USAGE " WS-USAGE-TEXT DELIMITED BY SIZE   260921MA
070700               " -- TYPE DISAGREES" DELIMITED BY SIZE             260921MA
070800          INTO RPT-RECORD                                         260921MA
070900        WRITE RPT-RECORD                                          260921MA
071000     END-IF.                                                      260921MA
071100 C2100-EXIT.  EXIT.                                               260921MA
071200*                                                                 260921MA
071300*C3000-UNMATCHED-FIELDS reports the member's elementary fields    260921MA
071400*that no item claimed.  Groups are containers and FILLER holds    260921MA
071500*no data; a field lying inside a matched field's bytes (a         260921MA
071600*subordinate of a matched group, or a REDEFINES view over a       260921MA
071700*matched field) is covered by that item and not reported.         260921MA
071800 C3000-UNMATCHED-FIELDS.                                          260921MA
071900     MOVE MB-FIRST(MB-INDEX)  TO LF-INDEX.                        260921MA
072000 C3010-NEXT.                                                      260921MA
072100     IF LF-INDEX > LF-LAST                                        260921MA
072200        GO TO C3000-EXIT.                                         260921MA
072300     IF LF-LEVEL(LF-INDEX) = 1                                    260921MA
072400        OR LF-MATCHED-SW(LF-INDEX) = "Y"                          260921MA
072500        OR LF-GROUP-SW(LF-INDEX) = "Y"                            260921MA
072600        OR LF-NAME(LF-INDEX) = "FILLER"                           260921MA
072700        GO TO C3080-BUMP.                                         260921MA
072800     PERFORM C3100-CHECK-COVERED THRU C3100-EXIT.                 260921MA
072900     IF FIELD-COVERED                                             260921MA
073000        GO TO C3080-BUMP.                                         260921MA
073100     ADD 1                    TO WS-SET-DRIFT.                    260921MA
073200     MOVE LF-TOT-LEN(LF-INDEX) TO ED-BYTES-2.                     260921MA
073300     MOVE SPACES              TO RPT-RECORD.                      260921MA
073400     STRING "   FIELD " DELIMITED BY SIZE                         260921MA
073500            LF-NAME(LF-INDEX) DELIMITED BY SIZE                   260921MA
073600            ED-BYTES-2 " BYTES -- NO ITEM IN DATASET"             260921MA
073700               DELIMITED BY SIZE                                  260921MA
073800       INTO RPT-RECORD.                                           260921MA
073900     WRITE RPT-RECORD.                                            260921MA
074000 C3080-BUMP.                                                      260921MA
074100     ADD 1                    TO LF-INDEX.                        260921MA
074200     GO TO C3010-NEXT.                                            260921MA
074300 C3000-EXIT.  EXIT.                                               260921MA
074400*                                                                 260921MA
074500 C3100-CHECK-COVERED.                                             260921MA
074600     MOVE "N"                 TO WS-COVERED-SW.                   260921MA
074700     MOVE MB-FIRST(MB-INDEX)  TO LF-SCAN.                         260921MA
074800 C3110-NEXT.                                                      260921MA
074900     IF LF-SCAN > LF-LAST                                         260921MA
075000        GO TO C3100-EXIT.                                         260921MA
075100     IF LF-MATCHED-SW(LF-SCAN) = "Y"                              260921MA
075200        COMPUTE WS-COVER-END = LF-START(LF-SCAN)                  260921MA
075300                             + LF-TOT-LEN(LF-SCAN)                260921MA
075400        IF LF-START(LF-INDEX) NOT < LF-START(LF-SCAN)             260921MA
075500           AND LF-START(LF-INDEX) < WS-COVER-END                  260921MA
075600           MOVE "Y"           TO WS-COVERED-SW                    260921MA
075700           GO TO C3100-EXIT                                       260921MA
075800        END-IF                                                    260921MA
075900     END-IF.                                                      260921MA
076000     ADD 1                    TO LF-SCAN.                         260921MA
076100     GO TO C3110-NEXT.                                            260921MA
076200 C3100-EXIT.  EXIT.                                               260921MA
076300*                                                                 260921MA
076400 D1000-REPORT-SUMMARY.                                            260921MA
076500     MOVE SPACES              TO RPT-RECORD.                      260921MA
076600     WRITE RPT-RECORD.                                            260921MA
076700     MOVE WS-SET-DONE-CT      TO ED-COUNT.                        260921MA
076800     MOVE SPACES              TO RPT-RECORD.                      260921MA
076900     STRING "DATASETS CHECKED       " ED-COUNT DELIMITED BY SIZE  260921MA
077000       INTO RPT-RECORD.                                           260921MA
077100     WRITE RPT-RECORD.                                            260921MA
077200     MOVE WS-DRIFT-SETS       TO ED-COUNT.                        260921MA
077300     MOVE SPACES              TO RPT-RECORD.                      260921MA
077400     STRING "DATASETS WITH DRIFT    " ED-COUNT DELIMITED BY SIZE  260921MA
077500       INTO RPT-RECORD.                                           260921MA
077600     WRITE RPT-RECORD.                                            260921MA
077700     MOVE WS-NO-MIRROR-CT     TO ED-COUNT.                        260921MA
077800     MOVE SPACES              TO RPT-RECORD.                      260921MA
077900     STRING "WITH NO MIRROR MEMBER  " ED-COUNT DELIMITED BY SIZE  260921MA
078000       INTO RPT-RECORD.                                           260921MA
078100     WRITE RPT-RECORD.                                            260921MA
078200     MOVE WS-DRIFT-CT         TO ED-COUNT.                        260921MA
078300     MOVE SPACES              TO RPT-RECORD.                      260921MA
078400     STRING "DRIFT FINDINGS         " ED-COUNT DELIMITED BY SIZE  260921MA
078500       INTO RPT-RECORD.                                           260921MA
078600     WRITE RPT-RECORD.                                            260921MA
078700 D1000-EXIT.  EXIT.                                               260921MA
078800*                                                                 260921MA
078900*E1000-ROUND-TO-WORD rounds WS-FIELD-BYTES up to an even byte     260921MA
079000*count -- IMAGE lengths are whole words.                          260921MA
079100 E1000-ROUND-TO-WORD.                                             260921MA
079200     DIVIDE WS-FIELD-BYTES BY 2 GIVING WS-HALF                    260921MA
079300        REMAINDER WS-REM.                                         260921MA
079400     IF WS-REM NOT = 0                                            260921MA
079500        ADD 1                 TO WS-FIELD-BYTES.                  260921MA
079600 E1000-EXIT.  EXIT.                                               260921MA
079700*                                                                 260921MA
079800*E2000-CLASSES reduces the item type and the field usage to a     260921MA
079900*storage class.  IMAGE I, J and K are binary, P packed, R and E   260921MA
080000*floating; X, U and Z are display.  On the copybook side COMP     260921MA
080100*and INDEX are binary, COMP-3 packed, COMP-1 and COMP-2           260921MA
080200*floating, and no usage (a group or a DISPLAY field) display.     260921MA
080300 E2000-CLASSES.                                                   260921MA
080400     EVALUATE WS-ITEM-TYPE                                        260921MA
080500        WHEN "I"  WHEN "J"  WHEN "K"                              260921MA
080600           MOVE "B"           TO WS-ITEM-CLASS                    260921MA
080700        WHEN "P"                                                  260921MA
080800           MOVE "P"           TO WS-ITEM-CLASS                    260921MA
080900        WHEN "R"  WHEN "E"                                        260921MA
081000           MOVE "R"           TO WS-ITEM-CLASS                    260921MA
081100        WHEN OTHER                                                260921MA
081200           MOVE "D"           TO WS-ITEM-CLASS                    260921MA
081300     END-EVALUATE.                                                260921MA
081400     MOVE LF-USAGE(LF-INDEX)  TO WS-USAGE-TEXT.                   260921MA
081500     EVALUATE LF-USAGE(LF-INDEX)                                  260921MA
081600        WHEN "COMP"  WHEN "INDEX"                                 260921MA
081700           MOVE "B"           TO WS-FIELD-CLASS                   260921MA
081800        WHEN "COMP-3"                                             260921MA
081900           MOVE "P"           TO WS-FIELD-CLASS                   260921MA
082000        WHEN "COMP-1"  WHEN "COMP-2"                              260921MA
082100           MOVE "R"           TO WS-FIELD-CLASS                   260921MA
082200        WHEN OTHER                                                260921MA
082300           MOVE "D"           TO WS-FIELD-CLASS                   260921MA
082400           MOVE "DISPLAY"     TO WS-USAGE-TEXT                    260921MA
082500     END-EVALUATE.                                                260921MA
082600 E2000-EXIT.  EXIT.                                               260921MA
082700*                                                                 260921MA
082800*B9500-LOG-AUDIT-EVENT appends one record to the shared           260921MA
082900*operations audit-trail log via AUDLOG.                           260921MA
083000 B9500-LOG-AUDIT-EVENT.                                           260921MA
083100     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        260921MA
083200     IF RETURN-CODE NOT = 0                                       260921MA
083300        DISPLAY "IMGDRFT: audit log entry not recorded"           260921MA
083400     END-IF.                                                      260921MA
083500 B9500-EXIT.  EXIT.                                               260921MA
083600 END PROGRAM IMGDRFT.                                             260921MA
