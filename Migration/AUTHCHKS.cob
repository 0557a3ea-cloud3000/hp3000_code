000100******************************************************************261012MA
000200* AUTHCHK -- OPERATOR AUTHORIZATION CHECK FOR THE DESTRUCTIVE     261012MA
000300*            AND RESTORE UTILITIES                                261012MA
000400******************************************************************261012MA
000500 IDENTIFICATION DIVISION.                                         261012MA
000600 PROGRAM-ID.     AUTHCHK.                                         261012MA
000700 AUTHOR.     MICHAEL ANDERSON.                                    261012MA
000800 DATE-COMPILED.                                                   261012MA
000900*                   COPYRIGHT 2007                                261012MA
001000*          J3K Solutions All rights reserved.                     261012MA
001100*                                                                 261012MA
001200* CALLED THE WAY HOLDCHK IS.  THE OPRAUTH FILE, KEPT BY A         261012MA
001300* SUPERVISOR THROUGH CTLMAINT OPTION 9, GRANTS AN OPERATOR ONE    261012MA
001400* FUNCTION OF ONE PROGRAM -- CLEANDSK WIPE OR NOBACKUP,           261012MA
001500* SNAPREST RESTORE OR LIVE, AUDARCH ARCHIVE, CTLMAINT SUPER --    261012MA
001600* OR "@" FOR EVERY FUNCTION OF IT, OPTIONALLY LIMITED TO ONE      261012MA
001700* FILE OR, WITH A TRAILING "@", A FILE SET.  THE CALLER NAMES     261012MA
001800* THE OPERATOR, PROGRAM, FUNCTION AND FILE; A BLANK FUNCTION      261012MA
001900* ASKS WHETHER THE OPERATOR MAY RUN THE PROGRAM AT ALL, AND A     261012MA
002000* BLANK FILE WHETHER ANY GRANT COVERS THE FUNCTION.  UNLIKE       261012MA
002100* LEGHOLD, NO OPRAUTH FILE GRANTS NOTHING: THESE PROGRAMS RUN     261012MA
002200* ONLY FOR OPERATORS SOMEONE HAS AUTHORIZED.  THE FILE IS READ    261012MA
002300* ON THE FIRST CALL AND KEPT FOR THE REST OF THE RUN.             261012MA
002400* RETURN-CODE 0 MEANS AUTHORIZED, WITH THE GRANT RETURNED; 1      261012MA
002500* MEANS NO GRANT COVERS THE REQUEST; 2 MEANS OPRAUTH IS MISSING   261012MA
002600* OR CANNOT BE READ, AND THE CALLER MUST REFUSE.                  261012MA
002610*                                                                 261012MA
002620* THE OPERATOR IS WHATEVER THE CALLER SAYS.  "BATCH" ESPECIALLY   261012MA
002630* IS CLAIMED BY ANY RUN GIVEN A CONTROL FILE OR INFO STRING, NOT  261012MA
002640* PROVED, SO A BATCH GRANT MUST ALWAYS BE LIMITED BY FILE         261012MA
002650* PATTERN -- NEVER BLANK OR "@".  THE NIGHTLY DOCREFJS CLEANDSK   261012MA
002660* STEP RUNS AS BATCH AND NEEDS BATCH CLEANDSK WIPE AND NOBACKUP   261012MA
002670* GRANTS FOR THE RETINV FILES CLNCTL IS BUILT FROM (SEE THE       261012MA
002680* DOCREFJS HEADER).                                               261012MA
002700*-----------------------------------------------------------------261012MA
002800* MODIFICATION HISTORY                                            261012MA
002900* 261012MA  INITIAL VERSION.                                      261012MA
003000*-----------------------------------------------------------------261012MA
003100*                                                                 261012MA
003200 ENVIRONMENT DIVISION.                                            261012MA
003300 CONFIGURATION SECTION.                                           261012MA
003400 SOURCE-COMPUTER. HP-3000.                                        261012MA
003500 OBJECT-COMPUTER. HP-3000.                                        261012MA
003600 SPECIAL-NAMES.                                                   261012MA
003700 CONDITION-CODE IS CC.                                            261012MA
003800*                                                                 261012MA
003900 INPUT-OUTPUT SECTION.                                            261012MA
004000 FILE-CONTROL.                                                    261012MA
004100     SELECT AUTFILE  ASSIGN TO "OPRAUTH,,,,500".                  261012MA
004200*                                                                 261012MA
004300 DATA DIVISION.                                                   261012MA
004400 FILE SECTION.                                                    261012MA
004500*One grant per record, as CTLMAINT option 9 maintains it.         261012MA
004600 FD  AUTFILE DATA RECORD IS AUT-RECORD                            261012MA
004700     RECORD CONTAINS 100 CHARACTERS.                              261012MA
004800 01  AUT-RECORD.                                                  261012MA
004900     03  AUT-OPERATOR          PIC X(08).                         261012MA
005000     03  AUT-PROGRAM           PIC X(08).                         261012MA
005100     03  AUT-FUNCTION          PIC X(08).                         261012MA
005200     03  AUT-FILE-PATTERN      PIC X(34).                         261012MA
005300     03  AUT-GRANTED-BY        PIC X(08).                         261012MA
005400     03  AUT-GRANT-DATE        PIC 9(08).                         261012MA
005500     03  AUT-REFERENCE         PIC X(12).                         261012MA
005600     03  FILLER                PIC X(14).                         261012MA
005700*                                                                 261012MA
005800 WORKING-STORAGE SECTION.                                         261012MA
005900*                                                                 261012MA
006000 01 WS-LOADED-SW            PIC X(01) VALUE "N".                  261012MA
006100    88 GRANTS-LOADED                 VALUE "Y".                   261012MA
006200 01 WS-UNREADABLE-SW        PIC X(01) VALUE "N".                  261012MA
006300    88 GRANTS-UNREADABLE             VALUE "Y".                   261012MA
006400*                                                                 261012MA
006500*Every grant on file, with the length of the file pattern to      261012MA
006600*compare -- the whole name, the part before a trailing "@", or    261012MA
006700*-1 when the grant names no file and so covers them all.          261012MA
006800 77 AU-COUNT                PIC S9(04) COMP VALUE 0.              261012MA
006900 77 AU-INDEX                PIC S9(04) COMP VALUE 0.              261012MA
007000 77 MAX-AU-ENTRIES          PIC S9(04) COMP VALUE 500.            261012MA
007100 01 AUTH-TABLE.                                                   261012MA
007200    03 AU-ENTRY OCCURS 500.                                       261012MA
007300       05 AU-OPERATOR        PIC X(08).                           261012MA
007400       05 AU-PROGRAM         PIC X(08).                           261012MA
007500       05 AU-FUNCTION        PIC X(08).                           261012MA
007600       05 AU-FILE-PATTERN    PIC X(34).                           261012MA
007700       05 AU-GRANTED-BY      PIC X(08).                           261012MA
007800       05 AU-GRANT-DATE      PIC 9(08).                           261012MA
007900       05 AU-REFERENCE       PIC X(12).                           261012MA
008000       05 AU-MATCH-LEN       PIC S9(04) COMP.                     261012MA
008100 01 WS-PREFIX-LEN           PIC S9(04) COMP VALUE 0.              261012MA
008200*                                                                 261012MA
008300*The request, upshifted -- MPE names are not case-sensitive and   261012MA
008400*CTLMAINT stores every grant in upper case.                       261012MA
008500 01 WS-ASK-OPERATOR         PIC X(08) VALUE SPACES.               261012MA
008600 01 WS-ASK-PROGRAM          PIC X(08) VALUE SPACES.               261012MA
008700 01 WS-ASK-FUNCTION         PIC X(08) VALUE SPACES.               261012MA
008800 01 WS-ASK-FILE             PIC X(34) VALUE SPACES.               261012MA
008900 01 WS-LOWER                PIC X(26) VALUE                       261012MA
009000        "abcdefghijklmnopqrstuvwxyz".                             261012MA
009100 01 WS-UPPER                PIC X(26) VALUE                       261012MA
009200        "ABCDEFGHIJKLMNOPQRSTUVWXYZ".                             261012MA
009300*                                                                 261012MA
009400 LINKAGE SECTION.                                                 261012MA
009500*                                                                 261012MA
009600*The caller fills in the operator, program, function and file;    261012MA
009700*the grant fields come back filled when the request is covered.   261012MA
009800 01  AQ-REQUEST.                                                  261012MA
009900     03  AQ-OPERATOR           PIC X(08).                         261012MA
010000     03  AQ-PROGRAM            PIC X(08).                         261012MA
010100     03  AQ-FUNCTION           PIC X(08).                         261012MA
010200     03  AQ-FILE-NAME          PIC X(34).                         261012MA
010300     03  AQ-GRANTED-BY         PIC X(08).                         261012MA
010400     03  AQ-GRANT-DATE         PIC 9(08).                         261012MA
010500     03  AQ-REFERENCE          PIC X(12).                         261012MA
010600*                                                                 261012MA
010700*=================================================================261012MA
010800*Main logical flow                                                261012MA
010900*=================================================================261012MA
011000 PROCEDURE DIVISION USING AQ-REQUEST.                             261012MA
011100 0-BEGIN.                                                         261012MA
011200     MOVE 1                    TO RETURN-CODE.                    261012MA
011300     MOVE SPACES               TO AQ-GRANTED-BY AQ-REFERENCE.     261012MA
011400     MOVE 0                    TO AQ-GRANT-DATE.                  261012MA
011500     IF NOT GRANTS-LOADED                                         261012MA
011600        PERFORM B1000-LOAD-GRANTS THRU B1000-EXIT.                261012MA
011700     IF GRANTS-UNREADABLE                                         261012MA
011800        MOVE "OPRAUTH?"        TO AQ-REFERENCE                    261012MA
011900        MOVE 2                 TO RETURN-CODE                     261012MA
012000        GOBACK.                                                   261012MA
012100     MOVE AQ-OPERATOR          TO WS-ASK-OPERATOR.                261012MA
012200     MOVE AQ-PROGRAM           TO WS-ASK-PROGRAM.                 261012MA
012300     MOVE AQ-FUNCTION          TO WS-ASK-FUNCTION.                261012MA
012400     MOVE AQ-FILE-NAME         TO WS-ASK-FILE.                    261012MA
012500     INSPECT WS-ASK-OPERATOR CONVERTING WS-LOWER TO WS-UPPER.     261012MA
012600     INSPECT WS-ASK-PROGRAM  CONVERTING WS-LOWER TO WS-UPPER.     261012MA
012700     INSPECT WS-ASK-FUNCTION CONVERTING WS-LOWER TO WS-UPPER.     261012MA
012800     INSPECT WS-ASK-FILE     CONVERTING WS-LOWER TO WS-UPPER.     261012MA
012900     PERFORM B2000-MATCH THRU B2000-EXIT.                         261012MA
013000     GOBACK.                                                      261012MA
013100*                                                                 261012MA
013200*B1000-LOAD-GRANTS reads OPRAUTH once per run.  A missing file,   261012MA
013300*one that will not open, or one too big for the table is          261012MA
013400*unreadable, and every request is refused.                        261012MA
013500 B1000-LOAD-GRANTS.                                               261012MA
013600     MOVE "Y"                  TO WS-LOADED-SW.                   261012MA
013700     MOVE 0                    TO AU-COUNT.                       261012MA
013800     OPEN INPUT AUTFILE.                                          261012MA
013900     IF CC <> 0                                                   261012MA
014000        DISPLAY "AUTHCHK: OPRAUTH missing or unreadable -- "      261012MA
014100                "every request refused"                           261012MA
014200        MOVE "Y"               TO WS-UNREADABLE-SW                261012MA
014300        GO TO B1000-EXIT                                          261012MA
014400     END-IF.                                                      261012MA
014500 B1010-READ.                                                      261012MA
014600     READ AUTFILE                                                 261012MA
014700        AT END                                                    261012MA
014800           GO TO B1090-DONE.                                      261012MA
014900     IF AUT-OPERATOR = SPACES                                     261012MA
015000        GO TO B1010-READ.                                         261012MA
015100     IF AU-COUNT >= MAX-AU-ENTRIES                                261012MA
015200        DISPLAY "AUTHCHK: grant table full at "                   261012MA
015300                MAX-AU-ENTRIES " -- every request refused"        261012MA
015400        MOVE "Y"               TO WS-UNREADABLE-SW                261012MA
015500        GO TO B1090-DONE.                                         261012MA
015600     ADD 1                     TO AU-COUNT.                       261012MA
015700     MOVE AUT-OPERATOR         TO AU-OPERATOR(AU-COUNT).          261012MA
015800     MOVE AUT-PROGRAM          TO AU-PROGRAM(AU-COUNT).           261012MA
015900     MOVE AUT-FUNCTION         TO AU-FUNCTION(AU-COUNT).          261012MA
016000     MOVE AUT-FILE-PATTERN     TO AU-FILE-PATTERN(AU-COUNT).      261012MA
016100     MOVE AUT-GRANTED-BY       TO AU-GRANTED-BY(AU-COUNT).        261012MA
016200     MOVE AUT-GRANT-DATE       TO AU-GRANT-DATE(AU-COUNT).        261012MA
016300     MOVE AUT-REFERENCE        TO AU-REFERENCE(AU-COUNT).         261012MA
016400     IF AUT-FILE-PATTERN = SPACES                                 261012MA
016500        MOVE -1                TO AU-MATCH-LEN(AU-COUNT)          261012MA
016600        GO TO B1010-READ.                                         261012MA
016700     MOVE 0                    TO WS-PREFIX-LEN.                  261012MA
016800     INSPECT AUT-FILE-PATTERN TALLYING WS-PREFIX-LEN              261012MA
016900        FOR CHARACTERS BEFORE INITIAL "@".                        261012MA
017000     IF WS-PREFIX-LEN < 34                                        261012MA
017100        MOVE WS-PREFIX-LEN     TO AU-MATCH-LEN(AU-COUNT)          261012MA
017200     ELSE                                                         261012MA
017300        MOVE 34                TO AU-MATCH-LEN(AU-COUNT)          261012MA
017400     END-IF.                                                      261012MA
017500     GO TO B1010-READ.                                            261012MA
017600 B1090-DONE.                                                      261012MA
017700     CLOSE AUTFILE.                                               261012MA
017800 B1000-EXIT.  EXIT.                                               261012MA
017900*                                                                 261012MA
018000*B2000-MATCH looks for a grant to this operator for this program  261012MA
018100*that covers the function and the file.  A lone "@" pattern       261012MA
018200*(match length zero), like a blank one, covers every file.        261012MA
018300 B2000-MATCH.                                                     261012MA
018400     MOVE 1                    TO AU-INDEX.                       261012MA
018500 B2010-NEXT.                                                      261012MA
018600     IF AU-INDEX > AU-COUNT                                       261012MA
018700        GO TO B2000-EXIT.                                         261012MA
018800     IF AU-OPERATOR(AU-INDEX) NOT = WS-ASK-OPERATOR               261012MA
018900        OR AU-PROGRAM(AU-INDEX) NOT = WS-ASK-PROGRAM              261012MA
019000        GO TO B2080-SKIP.                                         261012MA
019100     IF WS-ASK-FUNCTION NOT = SPACES                              261012MA
019200        AND AU-FUNCTION(AU-INDEX) NOT = "@"                       261012MA
019300        AND AU-FUNCTION(AU-INDEX) NOT = WS-ASK-FUNCTION           261012MA
019400        GO TO B2080-SKIP.                                         261012MA
019500     IF WS-ASK-FILE = SPACES                                      261012MA
019600        OR AU-MATCH-LEN(AU-INDEX) < 1                             261012MA
019700        GO TO B2090-GRANTED.                                      261012MA
019800     IF AU-MATCH-LEN(AU-INDEX) = 34                               261012MA
019900        IF WS-ASK-FILE = AU-FILE-PATTERN(AU-INDEX)                261012MA
020000           GO TO B2090-GRANTED                                    261012MA
020100        END-IF                                                    261012MA
020200     ELSE                                                         261012MA
020300        IF WS-ASK-FILE(1:AU-MATCH-LEN(AU-INDEX)) =                261012MA
020400           AU-FILE-PATTERN(AU-INDEX)(1:AU-MATCH-LEN(AU-INDEX))    261012MA
020500           GO TO B2090-GRANTED                                    261012MA
020600        END-IF                                                    261012MA
020700     END-IF.                                                      261012MA
020800 B2080-SKIP.                                                      261012MA
020900     ADD 1                     TO AU-INDEX.                       261012MA
021000     GO TO B2010-NEXT.                                            261012MA
021100 B2090-GRANTED.                                                   261012MA
021200     MOVE AU-GRANTED-BY(AU-INDEX)  TO AQ-GRANTED-BY.              261012MA
021300     MOVE AU-GRANT-DATE(AU-INDEX)  TO AQ-GRANT-DATE.              261012MA
021400     MOVE AU-REFERENCE(AU-INDEX)   TO AQ-REFERENCE.               261012MA
021500     MOVE 0                    TO RETURN-CODE.                    261012MA
021600 B2000-EXIT.  EXIT.                                               261012MA
021700 END PROGRAM AUTHCHK.                                             261012MA
