000100******************************************************************261004MA
000200* HOLDCHK -- LEGAL-HOLD CHECK FOR ANY FILE ABOUT TO BE DESTROYED  261004MA
000300******************************************************************261004MA
000400 IDENTIFICATION DIVISION.                                         261004MA
000500 PROGRAM-ID.     HOLDCHK.                                         261004MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261004MA
000700 DATE-COMPILED.                                                   261004MA
000800*                   COPYRIGHT 2007                                261004MA
000900*          J3K Solutions All rights reserved.                     261004MA
001000*                                                                 261004MA
001100* CALLED THE WAY RUNLOCK IS.  THE LEGHOLD FILE LISTS EVERY FILE   261004MA
001200* UNDER LEGAL HOLD -- BY FULL NAME, OR BY A LEADING PART ENDED    261004MA
001300* WITH "@" THE WAY MPE FILE SETS ARE WRITTEN -- WITH THE MATTER   261004MA
001400* REFERENCE AND WHO PLACED IT.  NOTHING OVERRIDES A HOLD: EVERY   261004MA
001500* PROGRAM THAT SCHEDULES, SIGNS OFF OR PERFORMS A DESTRUCTION     261004MA
001600* ASKS HERE FIRST, AND THERE IS NO SWITCH TO SKIP THE ASK.  THE   261004MA
001700* FILE IS READ ON THE FIRST CALL AND KEPT FOR THE REST OF THE     261004MA
001800* RUN.  RETURN-CODE 0 MEANS NOT HELD; 1 MEANS HELD, WITH THE      261004MA
001900* HOLD RETURNED; 2 MEANS LEGHOLD EXISTS BUT CANNOT BE READ, AND   261004MA
002000* THE CALLER MUST TREAT THE FILE AS HELD.  NO LEGHOLD FILE AT     261004MA
002100* ALL MEANS NO HOLDS.                                             261004MA
002200*-----------------------------------------------------------------261004MA
002300* MODIFICATION HISTORY                                            261004MA
002400* 261004MA  INITIAL VERSION.                                      261004MA
002500*-----------------------------------------------------------------261004MA
002600*                                                                 261004MA
002700 ENVIRONMENT DIVISION.                                            261004MA
002800 CONFIGURATION SECTION.                                           261004MA
002900 SOURCE-COMPUTER. HP-3000.                                        261004MA
003000 OBJECT-COMPUTER. HP-3000.                                        261004MA
003100 SPECIAL-NAMES.                                                   261004MA
003200 CONDITION-CODE IS CC.                                            261004MA
003300*                                                                 261004MA
003400 INPUT-OUTPUT SECTION.                                            261004MA
003500 FILE-CONTROL.                                                    261004MA
003600     SELECT HOLDFIL  ASSIGN TO "LEGHOLD,,,,500".                  261004MA
003700*                                                                 261004MA
003800 DATA DIVISION.                                                   261004MA
003900 FILE SECTION.                                                    261004MA
004000*One hold per record, as CTLMAINT option 6 maintains it.          261004MA
004100 FD  HOLDFIL DATA RECORD IS HOLD-RECORD                           261004MA
004200     RECORD CONTAINS 80 CHARACTERS.                               261004MA
004300 01  HOLD-RECORD.                                                 261004MA
004400     03  LGH-FILE-NAME         PIC X(34).                         261004MA
004500     03  LGH-REFERENCE         PIC X(12).                         261004MA
004600     03  LGH-PLACED-BY         PIC X(08).                         261004MA
004700     03  LGH-PLACED-DATE       PIC 9(08).                         261004MA
004800     03  LGH-REASON            PIC X(18).                         261004MA
004900*                                                                 261004MA
005000 WORKING-STORAGE SECTION.                                         261004MA
005100*                                                                 261004MA
005200 01 WS-LOADED-SW            PIC X(01) VALUE "N".                  261004MA
005300    88 HOLDS-LOADED                  VALUE "Y".                   261004MA
005400 01 WS-UNREADABLE-SW        PIC X(01) VALUE "N".                  261004MA
005500    88 HOLDS-UNREADABLE              VALUE "Y".                   261004MA
005600*                                                                 261004MA
005700*Every hold on file, with the length of the name to compare --    261004MA
005800*the whole name, or the part before a trailing "@".               261004MA
005900 77 LH-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
006000 77 LH-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
006100 77 MAX-LH-ENTRIES          PIC S9(04) COMP VALUE 500.            261004MA
006200 01 HOLD-TABLE.                                                   261004MA
006300    03 LH-ENTRY OCCURS 500.                                       261004MA
006400       05 LH-FILE-NAME       PIC X(34).                           261004MA
006500       05 LH-REFERENCE       PIC X(12).                           261004MA
006600       05 LH-PLACED-BY       PIC X(08).                           261004MA
006700       05 LH-PLACED-DATE     PIC 9(08).                           261004MA
006800       05 LH-MATCH-LEN       PIC S9(04) COMP.                     261004MA
006900 01 WS-PREFIX-LEN           PIC S9(04) COMP VALUE 0.              261004MA
007000*                                                                 261004MA
007100*Existence check through FFILEINFO -- a LEGHOLD that is there     261004MA
007200*but will not open is not the same as no LEGHOLD.                 261004MA
007300 01 WS-HOLD-NAME            PIC X(34) VALUE "LEGHOLD".            261004MA
007400 01 FF-ITEM-CHANGED-DATE    PIC S9(9) COMP SYNC VALUE 180.        261004MA
007500 01 FF-STATUS               PIC S9(9) COMP SYNC VALUE 0.          261004MA
007600 01 FF-ACTUAL-LEN           PIC S9(9) COMP SYNC VALUE 0.          261004MA
007700 01 WS-CHK-DATE             PIC X(27) VALUE SPACES.               261004MA
007800*                                                                 261004MA
007900 LINKAGE SECTION.                                                 261004MA
008000*                                                                 261004MA
008100*The caller fills in the file name; the hold fields come back     261004MA
008200*filled when the file is held.                                    261004MA
008300 01  HQ-REQUEST.                                                  261004MA
008400     03  HQ-FILE-NAME          PIC X(34).                         261004MA
008500     03  HQ-REFERENCE          PIC X(12).                         261004MA
008600     03  HQ-PLACED-BY          PIC X(08).                         261004MA
008700     03  HQ-PLACED-DATE        PIC 9(08).                         261004MA
008800*                                                                 261004MA
008900*=================================================================261004MA
009000*Main logical flow                                                261004MA
009100*=================================================================261004MA
009200 PROCEDURE DIVISION USING HQ-REQUEST.                             261004MA
009300 0-BEGIN.                                                         261004MA
009400     MOVE 0                    TO RETURN-CODE.                    261004MA
009500     MOVE SPACES               TO HQ-REFERENCE HQ-PLACED-BY.      261004MA
009600     MOVE 0                    TO HQ-PLACED-DATE.                 261004MA
009700     IF NOT HOLDS-LOADED                                          261004MA
009800        PERFORM B1000-LOAD-HOLDS THRU B1000-EXIT.                 261004MA
009900     IF HOLDS-UNREADABLE                                          261004MA
010000        MOVE "LEGHOLD?"        TO HQ-REFERENCE                    261004MA
010100        MOVE 2                 TO RETURN-CODE                     261004MA
010200        GOBACK.                                                   261004MA
010300     PERFORM B2000-MATCH THRU B2000-EXIT.                         261004MA
010400     GOBACK.                                                      261004MA
010500*                                                                 261004MA
010600*B1000-LOAD-HOLDS reads LEGHOLD once per run.  A table too        261004MA
010700*small for the file is unreadable, not a partial list.            261004MA
010800 B1000-LOAD-HOLDS.                                                261004MA
010900     MOVE "Y"                  TO WS-LOADED-SW.                   261004MA
011000     MOVE 0                    TO LH-COUNT.                       261004MA
011100     OPEN INPUT HOLDFIL.                                          261004MA
011200     IF CC <> 0                                                   261004MA
011300        CALL INTRINSIC "FFILEINFO" USING WS-HOLD-NAME,            261004MA
011400                                         FF-ITEM-CHANGED-DATE,    261004MA
011500                                         FF-STATUS,               261004MA
011600                                         WS-CHK-DATE,             261004MA
011700                                         FF-ACTUAL-LEN            261004MA
011800        IF FF-STATUS = 0                                          261004MA
011900           DISPLAY "HOLDCHK: LEGHOLD exists but cannot be "       261004MA
012000                   "read -- every file treated as held"           261004MA
012100           MOVE "Y"            TO WS-UNREADABLE-SW                261004MA
012200        END-IF                                                    261004MA
012300        GO TO B1000-EXIT                                          261004MA
012400     END-IF.                                                      261004MA
012500 B1010-READ.                                                      261004MA
012600     READ HOLDFIL                                                 261004MA
012700        AT END                                                    261004MA
012800           GO TO B1090-DONE.                                      261004MA
012900     IF LGH-FILE-NAME = SPACES                                    261004MA
013000        GO TO B1010-READ.                                         261004MA
013100     IF LH-COUNT >= MAX-LH-ENTRIES                                261004MA
013200        DISPLAY "HOLDCHK: hold table full at "                    261004MA
013300                MAX-LH-ENTRIES " -- every file treated as held"   261004MA
013400        MOVE "Y"               TO WS-UNREADABLE-SW                261004MA
013500        GO TO B1090-DONE.                                         261004MA
013600     ADD 1                     TO LH-COUNT.                       261004MA
013700     MOVE LGH-FILE-NAME        TO LH-FILE-NAME(LH-COUNT).         261004MA
013800     MOVE LGH-REFERENCE        TO LH-REFERENCE(LH-COUNT).         261004MA
013900     MOVE LGH-PLACED-BY        TO LH-PLACED-BY(LH-COUNT).         261004MA
014000     MOVE LGH-PLACED-DATE      TO LH-PLACED-DATE(LH-COUNT).       261004MA
014100     MOVE 0                    TO WS-PREFIX-LEN.                  261004MA
014200     INSPECT LGH-FILE-NAME TALLYING WS-PREFIX-LEN                 261004MA
014300        FOR CHARACTERS BEFORE INITIAL "@".                        261004MA
014400     IF WS-PREFIX-LEN < 34                                        261004MA
014500        MOVE WS-PREFIX-LEN     TO LH-MATCH-LEN(LH-COUNT)          261004MA
014600     ELSE                                                         261004MA
014700        MOVE 34                TO LH-MATCH-LEN(LH-COUNT)          261004MA
014800     END-IF.                                                      261004MA
014900     GO TO B1010-READ.                                            261004MA
015000 B1090-DONE.                                                      261004MA
015100     CLOSE HOLDFIL.                                               261004MA
015200 B1000-EXIT.  EXIT.                                               261004MA
015300*                                                                 261004MA
015400*B2000-MATCH holds the name against every hold.  A lone "@"       261004MA
015500*(match length zero) holds every file there is.                   261004MA
015600 B2000-MATCH.                                                     261004MA
015700     MOVE 1                    TO LH-INDEX.                       261004MA
015800 B2010-NEXT.                                                      261004MA
015900     IF LH-INDEX > LH-COUNT                                       261004MA
016000        GO TO B2000-EXIT.                                         261004MA
016100     IF LH-MATCH-LEN(LH-INDEX) = 0                                261004MA
016200        GO TO B2090-HELD.                                         261004MA
016300     IF LH-MATCH-LEN(LH-INDEX) = 34                               261004MA
016400        IF HQ-FILE-NAME = LH-FILE-NAME(LH-INDEX)                  261004MA
016500           GO TO B2090-HELD                                       261004MA
016600        END-IF                                                    261004MA
016700     ELSE                                                         261004MA
016800        IF HQ-FILE-NAME(1:LH-MATCH-LEN(LH-INDEX)) =               261004MA
016900           LH-FILE-NAME(LH-INDEX)(1:LH-MATCH-LEN(LH-INDEX))       261004MA
017000           GO TO B2090-HELD                                       261004MA
017100        END-IF                                                    261004MA
017200     END-IF.                                                      261004MA
017300     ADD 1                     TO LH-INDEX.                       261004MA
017400     GO TO B2010-NEXT.                                            261004MA
017500 B2090-HELD.                                                      261004MA
017600     MOVE LH-REFERENCE(LH-INDEX)   TO HQ-REFERENCE.               261004MA
017700     MOVE LH-PLACED-BY(LH-INDEX)   TO HQ-PLACED-BY.               261004MA
017800     MOVE LH-PLACED-DATE(LH-INDEX) TO HQ-PLACED-DATE.             261004MA
017900     MOVE 1                    TO RETURN-CODE.                    261004MA
018000 B2000-EXIT.  EXIT.                                               261004MA
018100 END PROGRAM HOLDCHK.                                             261004MA
