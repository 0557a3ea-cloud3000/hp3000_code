000100******************************************************************261005MA
000200* AUDCHAIN -- CLAUDIT CHAIN CHECK VALUE                           261005MA
000300******************************************************************261005MA
000400 IDENTIFICATION DIVISION.                                         261005MA
000500 PROGRAM-ID.     AUDCHAIN.                                        261005MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261005MA
000700 DATE-COMPILED.                                                   261005MA
000800*                   COPYRIGHT 2007                                261005MA
000900*          J3K Solutions All rights reserved.                     261005MA
001000*                                                                 261005MA
001100* CALLED BY AUDLOG TO STAMP EACH NEW CLAUDIT RECORD, AND BY       261005MA
001200* AUDVERF TO RECOMPUTE THE STAMP WHEN THE LOG IS CHECKED, SO THE  261005MA
001300* TWO CAN NEVER DISAGREE ABOUT THE ARITHMETIC.  THE CHECK VALUE IS261005MA
001400* TWO TEN-DIGIT RUNNING SUMS, SEEDED FROM THE PREVIOUS RECORD'S   261005MA
001500* CHECK VALUE AND THEN CARRIED THROUGH EVERY BYTE OF THE NEW      261005MA
001600* RECORD UP TO AND INCLUDING ITS SEQUENCE NUMBER.  EACH RECORD'S  261005MA
001700* VALUE THEREFORE DEPENDS ON EVERY RECORD BEFORE IT: CHANGE ONE   261005MA
001800* BYTE ANYWHERE, OR DROP OR SWAP A RECORD, AND EVERY VALUE FROM   261005MA
001900* THAT POINT ON STOPS MATCHING.  THE FIRST RECORD OF THE CHAIN IS 261005MA
002000* SEEDED FROM ZEROS.                                              261005MA
002100*-----------------------------------------------------------------261005MA
002200* MODIFICATION HISTORY                                            261005MA
002300* 261005MA  INITIAL VERSION.                                      261005MA
002400*-----------------------------------------------------------------261005MA
002500*                                                                 261005MA
002600 ENVIRONMENT DIVISION.                                            261005MA
002700 CONFIGURATION SECTION.                                           261005MA
002800 SOURCE-COMPUTER. HP-3000.                                        261005MA
002900 OBJECT-COMPUTER. HP-3000.                                        261005MA
003000*                                                                 261005MA
003100 DATA DIVISION.                                                   261005MA
003200 WORKING-STORAGE SECTION.                                         261005MA
003300*                                                                 261005MA
003400*The two sums run modulo two primes just under 2**31, so each     261005MA
003500*product stays well inside a doubleword.                          261005MA
003600 01 WS-SUM-A                PIC S9(18) COMP VALUE 0.              261005MA
003700 01 WS-SUM-B                PIC S9(18) COMP VALUE 0.              261005MA
003800 01 WS-QUOTIENT             PIC S9(18) COMP VALUE 0.              261005MA
003900 77 PRIME-A                 PIC S9(18) COMP VALUE 2147483647.     261005MA
004000 77 PRIME-B                 PIC S9(18) COMP VALUE 2147483629.     261005MA
004100 77 WS-POS                  PIC S9(04) COMP VALUE 0.              261005MA
004200 77 CHAIN-LEN               PIC S9(04) COMP VALUE 102.            261005MA
004300*                                                                 261005MA
004400*A byte's value, 0-255, read through a halfword whose high        261005MA
004500*byte is held at zero.                                            261005MA
004600 01 WS-BYTE-WORK.                                                 261005MA
004700    03 WS-BYTE-HIGH         PIC X(01)  VALUE LOW-VALUE.           261005MA
004800    03 WS-BYTE-LOW          PIC X(01)  VALUE LOW-VALUE.           261005MA
004900 01 WS-BYTE-VAL REDEFINES WS-BYTE-WORK                            261005MA
005000                            PIC S9(04) COMP.                      261005MA
005100*                                                                 261005MA
005200 01 WS-SEED.                                                      261005MA
005300    03 WS-SEED-A            PIC 9(10).                            261005MA
005400    03 WS-SEED-B            PIC 9(10).                            261005MA
005500*                                                                 261005MA
005600 LINKAGE SECTION.                                                 261005MA
005700*                                                                 261005MA
005800*The previous record's check value (spaces or zeros for the       261005MA
005900*first record), the new record's first 102 bytes -- the 93-byte   261005MA
006000*entry and its sequence number -- and the check value returned.   261005MA
006100 01  CQ-PREV-CHECK             PIC X(20).                         261005MA
006200 01  CQ-RECORD                 PIC X(102).                        261005MA
006300 01  CQ-CHECK.                                                    261005MA
006400     03  CQ-CHECK-A            PIC 9(10).                         261005MA
006500     03  CQ-CHECK-B            PIC 9(10).                         261005MA
006600*                                                                 261005MA
006700*=================================================================261005MA
006800*Main logical flow                                                261005MA
006900*=================================================================261005MA
007000 PROCEDURE DIVISION USING CQ-PREV-CHECK, CQ-RECORD, CQ-CHECK.     261005MA
007100 0-BEGIN.                                                         261005MA
007200     MOVE CQ-PREV-CHECK        TO WS-SEED.                        261005MA
007300     IF WS-SEED IS NUMERIC                                        261005MA
007400        MOVE WS-SEED-A         TO WS-SUM-A                        261005MA
007500        MOVE WS-SEED-B         TO WS-SUM-B                        261005MA
007600     ELSE                                                         261005MA
007700        MOVE 0                 TO WS-SUM-A WS-SUM-B               261005MA
007800     END-IF.                                                      261005MA
007900     MOVE 1                    TO WS-POS.                         261005MA
008000 0-NEXT-BYTE.                                                     261005MA
008100     IF WS-POS > CHAIN-LEN                                        261005MA
008200        GO TO 0-DONE.                                             261005MA
008300     MOVE CQ-RECORD(WS-POS:1)  TO WS-BYTE-LOW.                    261005MA
008400     COMPUTE WS-SUM-A = (WS-SUM-A * 257) + WS-BYTE-VAL + 1.       261005MA
008500     DIVIDE WS-SUM-A BY PRIME-A GIVING WS-QUOTIENT                261005MA
008600        REMAINDER WS-SUM-A.                                       261005MA
008700     COMPUTE WS-SUM-B = (WS-SUM-B * 263) + WS-SUM-A.              261005MA
008800     DIVIDE WS-SUM-B BY PRIME-B GIVING WS-QUOTIENT                261005MA
008900        REMAINDER WS-SUM-B.                                       261005MA
009000     ADD 1                     TO WS-POS.                         261005MA
009100     GO TO 0-NEXT-BYTE.                                           261005MA
009200 0-DONE.                                                          261005MA
009300     MOVE WS-SUM-A             TO CQ-CHECK-A.                     261005MA
009400     MOVE WS-SUM-B             TO CQ-CHECK-B.                     261005MA
009500     MOVE 0                    TO RETURN-CODE.                    261005MA
009600     GOBACK.                                                      261005MA
009700 0-BEGIN-EXIT.  EXIT.                                             261005MA
009800 END PROGRAM AUDCHAIN.                                            261005MA
