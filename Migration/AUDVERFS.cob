000100******************************************************************261005MA
000200* AUDVERF -- CLAUDIT AUDIT-TRAIL CHAIN VERIFICATION               261005MA
000300******************************************************************261005MA
000400 IDENTIFICATION DIVISION.                                         261005MA
000500 PROGRAM-ID.     AUDVERF.                                         261005MA
000600 AUTHOR.     MICHAEL ANDERSON.                                    261005MA
000700 DATE-COMPILED.                                                   261005MA
000800*                   COPYRIGHT 2007                                261005MA
000900*          J3K Solutions All rights reserved.                     261005MA
001000*                                                                 261005MA
001100* PROVES THE AUDIT TRAIL HAS NOT BEEN TOUCHED.  EVERY ENTRY       261005MA
001200* AUDLOG WRITES CARRIES A SEQUENCE NUMBER AND A CHECK VALUE       261005MA
001300* (AUDCHAIN) CHAINED FROM THE ENTRY BEFORE IT.  THIS PROGRAM      261005MA
001400* WALKS THE ARCHIVES IN THE ORDER THE CLAUDAX INDEX RECORDS       261005MA
001500* AUDARCH MADE THEM, THEN THE LIVE CLAUDIT LOG, AS ONE CHAIN,     261005MA
001600* RECOMPUTING EVERY CHECK VALUE, AND LISTS IN AUDVRPT:            261005MA
001700*   - A GAP       -- SEQUENCE NUMBERS MISSING (ENTRIES DELETED);  261005MA
001800*   - A REORDER   -- A NUMBER AT OR BELOW ONE ALREADY SEEN;       261005MA
001900*   - AN ALTERED ENTRY -- ITS CHECK VALUE DOES NOT FOLLOW FROM    261005MA
002000*     THE ENTRY BEFORE IT;                                        261005MA
002100*   - AN UNNUMBERED ENTRY INSIDE THE CHAIN (WRITTEN OR INSERTED   261005MA
002200*     WITHOUT GOING THROUGH THE CHAIN HEAD);                      261005MA
002300*   - AN ARCHIVE MISSING, SHORT, OR HOLDING ENTRIES THE INDEX     261005MA
002400*     DOES NOT ACCOUNT FOR;                                       261005MA
002500*   - A LIVE LOG TRIMMED FROM THE END -- THE CLAUDHD CHAIN HEAD   261005MA
002600*     STILL REMEMBERS THE LAST NUMBER AND CHECK VALUE ISSUED.     261005MA
002700* ENTRIES WRITTEN BEFORE THE CHAIN BEGAN ARE COUNTED, NOT         261005MA
002800* CHECKED; AN ARCHIVE'S RECORDS FROM BEFORE ITS FIRST INDEXED     261005MA
002900* RUN ARE PASSED OVER.  THE CHAIN HEAD IS HELD EXCLUSIVE WHILE    261005MA
002950* THE LIVE LOG IS WALKED, SO NO ENTRY IS APPENDED UNDER THE       261005MA
003000* CHECK.  RUN INFO NAMES THE ARCHIVE INDEX (DEFAULT CLAUDAX)      261005MA
003100* AND MARKS A BATCH RUN; WITHOUT IT THE OPERATOR IS PROMPTED.     261005MA
003200* ENDS 1 WITH A CRITICAL NOTIFY WHEN ANYTHING IS FOUND.           261005MA
003300*-----------------------------------------------------------------261005MA
003400* MODIFICATION HISTORY                                            261005MA
003500* 261005MA  INITIAL VERSION.                                      261005MA
003600*-----------------------------------------------------------------261005MA
003700*                                                                 261005MA
003800 ENVIRONMENT DIVISION.                                            261005MA
003900 CONFIGURATION SECTION.                                           261005MA
004000 SOURCE-COMPUTER. HP-3000.                                        261005MA
004100 OBJECT-COMPUTER. HP-3000.                                        261005MA
004200 SPECIAL-NAMES.                                                   261005MA
004300 CONDITION-CODE IS CC.                                            261005MA
004400*                                                                 261005MA
004500 INPUT-OUTPUT SECTION.                                            261005MA
004600 FILE-CONTROL.                                                    261005MA
004700     SELECT INDEXFIL  ASSIGN TO DUMMY USING WS-INDEX-NAME.        261005MA
004800     SELECT ARCHFIL   ASSIGN TO DUMMY USING WS-ARCH-FILE.         261005MA
004900     SELECT AUDITFIL  ASSIGN TO "CLAUDIT,,,,50000".               261005MA
005000     SELECT HEADFIL   ASSIGN TO "CLAUDHD,,,,1"                    261005MA
005100        ORGANIZATION IS RELATIVE                                  261005MA
005200        ACCESS MODE IS RANDOM                                     261005MA
005300        RELATIVE KEY IS WS-HEAD-SLOT.                             261005MA
005400     SELECT RPTFILE   ASSIGN TO "AUDVRPT,,,,5000".                261005MA
005500*                                                                 261005MA
005600 DATA DIVISION.                                                   261005MA
005700 FILE SECTION.                                                    261005MA
005800*Same archive index layout AUDARCH writes.                        261005MA
005900 FD  INDEXFIL DATA RECORD IS AX-RECORD                            261005MA
006000     RECORD CONTAINS 125 CHARACTERS.                              261005MA
006100 01  AX-RECORD.                                                   261005MA
006200     03  AX-ARCH-FILE          PIC X(34).                         261005MA
006300     03  AX-FIRST-SEQ          PIC 9(09).                         261005MA
006400     03  AX-LAST-SEQ           PIC 9(09).                         261005MA
006450     03  AX-START-REC          PIC 9(09).                         261005MA
006500     03  AX-RECORDS            PIC 9(09).                         261005MA
006600     03  AX-LAST-CHECK         PIC X(20).                         261005MA
006700     03  AX-CUTOFF-DATE        PIC 9(08).                         261005MA
006800     03  AX-TIMESTAMP          PIC X(27).                         261005MA
006900*                                                                 261005MA
007000 FD  ARCHFIL DATA RECORD IS ARCH-RECORD                           261005MA
007100     RECORD CONTAINS 122 CHARACTERS.                              261005MA
007200 01  ARCH-RECORD              PIC X(122).                         261005MA
007300*                                                                 261005MA
007400 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         261005MA
007500     RECORD CONTAINS 122 CHARACTERS.                              261005MA
007600 01  AUDIT-RECORD             PIC X(122).                         261005MA
007700*                                                                 261005MA
007800*Same chain head layout AUDLOG keeps.                             261005MA
007900 FD  HEADFIL DATA RECORD IS HEAD-RECORD                           261005MA
008000     RECORD CONTAINS 64 CHARACTERS.                               261005MA
008100 01  HEAD-RECORD.                                                 261005MA
008200     03  HD-LAST-SEQ           PIC 9(09).                         261005MA
008300     03  HD-LAST-CHECK         PIC X(20).                         261005MA
008400     03  HD-TIMESTAMP          PIC X(27).                         261005MA
008500     03  HD-PROGRAM            PIC X(08).                         261005MA
008600*                                                                 261005MA
008700 FD  RPTFILE DATA RECORD IS RPT-RECORD                            261005MA
008800     RECORD CONTAINS 132 CHARACTERS.                              261005MA
008900 01  RPT-RECORD               PIC X(132).                         261005MA
009000*                                                                 261005MA
009100 WORKING-STORAGE SECTION.                                         261005MA
009200*                                                                 261005MA
009300 01 WS-RUN-INFO             PIC X(80) VALUE SPACES.               261005MA
009400 01 WS-INDEX-NAME           PIC X(34) VALUE SPACES.               261005MA
009500 01 WS-ARCH-FILE            PIC X(34) VALUE SPACES.               261005MA
009600 01 WS-SOURCE-NAME          PIC X(34) VALUE SPACES.               261005MA
009700 01 WS-RUN-RC               PIC S9(04) COMP VALUE 0.              261005MA
009800 01 DATE-BUFF               PIC X(27) VALUE SPACES.               261005MA
009900*                                                                 261005MA
010000*The entry being checked, whichever file it came from.            261005MA
010100 01 WS-LINK-RECORD.                                               261005MA
010200    03 LN-CHAINED.                                                261005MA
010300       05 LN-PROGRAM-NAME    PIC X(08).                           261005MA
010400       05 FILLER             PIC X(85).                           261005MA
010500       05 LN-SEQ-NO          PIC 9(09).                           261005MA
010600    03 LN-CHAIN-CHECK        PIC X(20).                           261005MA
010700*                                                                 261005MA
010800*Where the chain has got to.                                      261005MA
010900 01 WS-CHAIN-SW             PIC X(01) VALUE "N".                  261005MA
011000    88 CHAIN-STARTED                 VALUE "Y".                   261005MA
011100 01 WS-PREV-SEQ             PIC 9(09) VALUE 0.                    261005MA
011200 01 WS-PREV-CHECK           PIC X(20) VALUE ZEROS.                261005MA
011300 01 WS-CALC-CHECK           PIC X(20) VALUE SPACES.               261005MA
011400 01 WS-MISSING-FROM         PIC 9(09) VALUE 0.                    261005MA
011500 01 WS-MISSING-TO           PIC 9(09) VALUE 0.                    261005MA
011600*                                                                 261005MA
011700*Counts for the whole chain and for the file being walked.        261005MA
011800 01 WS-PRECHAIN-CT          PIC S9(09) COMP VALUE 0.              261005MA
011900 01 WS-VERIFIED-CT          PIC S9(09) COMP VALUE 0.              261005MA
012000 01 WS-FINDING-CT           PIC S9(07) COMP VALUE 0.              261005MA
012100 01 WS-SRC-READ             PIC S9(09) COMP VALUE 0.              261005MA
012200 01 WS-SRC-FIRST            PIC 9(09) VALUE 0.                    261005MA
012300 01 WS-SRC-LAST             PIC 9(09) VALUE 0.                    261005MA
012400 01 WS-SRC-LAST-CHECK       PIC X(20) VALUE SPACES.               261005MA
012500 01 WS-SKIP-CT              PIC S9(09) COMP VALUE 0.              261005MA
012600 01 WS-EXTRA-CT             PIC S9(09) COMP VALUE 0.              261005MA
012700 01 WS-EOF-SW               PIC X(01) VALUE "N".                  261005MA
012800    88 SOURCE-ENDED                  VALUE "Y".                   261005MA
012900*                                                                 261005MA
013000*The archive index, loaded whole, and every archive it names      261005MA
013100*with how many of its entries earlier index entries used up --    261005MA
013110*starting from the records it already held when the first         261005MA
013120*indexed archive run appended to it.                              261005MA
013200 77 XI-COUNT                PIC S9(04) COMP VALUE 0.              261005MA
013300 77 XI-INDEX                PIC S9(04) COMP VALUE 0.              261005MA
013400 77 XI-RECOUNT              PIC S9(04) COMP VALUE 0.              261005MA
013500 77 MAX-XI-ENTRIES          PIC S9(04) COMP VALUE 1000.           261005MA
013600 01 INDEX-TABLE.                                                  261005MA
013700    03 XI-ENTRY OCCURS 1000.                                      261005MA
013800       05 XI-ARCH-FILE       PIC X(34).                           261005MA
013900       05 XI-FIRST-SEQ       PIC 9(09).                           261005MA
014000       05 XI-LAST-SEQ        PIC 9(09).                           261005MA
014100       05 XI-RECORDS         PIC 9(09).                           261005MA
014200       05 XI-LAST-CHECK      PIC X(20).                           261005MA
014300       05 XI-FILE-INDEX      PIC S9(04) COMP.                     261005MA
014400 77 AF-COUNT                PIC S9(04) COMP VALUE 0.              261005MA
014500 77 AF-INDEX                PIC S9(04) COMP VALUE 0.              261005MA
014600 01 ARCHIVE-TABLE.                                                261005MA
014700    03 AF-ENTRY OCCURS 1000.                                      261005MA
014800       05 AF-NAME            PIC X(34).                           261005MA
014900       05 AF-USED            PIC S9(09) COMP.                     261005MA
015000       05 AF-LAST-ENTRY      PIC S9(04) COMP.                     261005MA
015100*                                                                 261005MA
015200*Chain head hold, retried the way AUDLOG retries it.              261005MA
015300 01 WS-HEAD-SLOT            PIC 9(04) VALUE 1.                    261005MA
015400 01 WS-HEAD-OPEN-SW         PIC X(01) VALUE "N".                  261005MA
015500    88 HEAD-OPEN                     VALUE "Y".                   261005MA
015600 77 WS-OPEN-TRIES           PIC S9(04) COMP VALUE 0.              261005MA
015700 77 MAX-TRIES               PIC S9(04) COMP VALUE 10.             261005MA
015800 01 WS-CMD-IMAGE            PIC X(20) VALUE SPACES.               261005MA
015900 01 WS-CMD-ERROR            PIC S9(04) COMP VALUE 0.              261005MA
016000 01 WS-CMD-PARM             PIC S9(04) COMP VALUE 0.              261005MA
016100 01 WS-CR-WORD              PIC S9(04) COMP VALUE 13.             261005MA
016200 01 WS-CR-WORD-R REDEFINES WS-CR-WORD.                            261005MA
016300    03 FILLER               PIC X(01).                            261005MA
016400    03 WS-CR                PIC X(01).                            261005MA
016500*                                                                 261005MA
016600 01 WS-FIND-TEXT            PIC X(120) VALUE SPACES.              261005MA
016700 01 ED-SEQ                  PIC Z(08)9.                           261005MA
016800 01 ED-SEQ-2                PIC Z(08)9.                           261005MA
016900 01 ED-SEQ-3                PIC Z(08)9.                           261005MA
017000 01 ED-COUNT                PIC Z(08)9.                           261005MA
017100*                                                                 261005MA
017200*Operator identity, audit-log and notification requests.          261005MA
017300 01 WS-OPERATOR             PIC X(08) VALUE SPACES.               261005MA
017400 01 WS-AUDIT-REQUEST.                                             261005MA
017500    03 AR-PROGRAM-NAME         PIC X(08) VALUE "AUDVERF".         261005MA
017600    03 AR-OPERATOR             PIC X(08) VALUE SPACES.            261005MA
017700    03 AR-EVENT                PIC X(06) VALUE SPACES.            261005MA
017800    03 AR-OUTCOME              PIC X(08) VALUE SPACES.            261005MA
017900    03 AR-PARM-1               PIC X(26) VALUE SPACES.            261005MA
018000    03 AR-PARM-2               PIC X(10) VALUE SPACES.            261005MA
018100 01 WS-NOTIFY-REQUEST.                                            261005MA
018200    03 NF-PROGRAM-NAME      PIC X(08) VALUE "AUDVERF".            261005MA
018300    03 NF-SEVERITY          PIC X(01) VALUE SPACES.               261005MA
018400    03 NF-MESSAGE           PIC X(60) VALUE SPACES.               261005MA
018500*                                                                 261005MA
018600*=================================================================261005MA
018700*Main logical flow                                                261005MA
018800*=================================================================261005MA
018900 PROCEDURE DIVISION.                                              261005MA
019000 BEGIN-0000.                                                      261005MA
019100     DISPLAY "AUDVERF Version 1.00, Copyright J3K Solutions".     261005MA
019200     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     261005MA
019300     PERFORM A0150-SET-OPERATOR THRU A0150-EXIT.                  261005MA
019400     MOVE "START"              TO AR-EVENT.                       261005MA
019500     MOVE SPACES               TO AR-OUTCOME.                     261005MA
019600     MOVE WS-INDEX-NAME        TO AR-PARM-1.                      261005MA
019700     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261005MA
019800     CALL INTRINSIC "DATELINE" USING DATE-BUFF.                   261005MA
019900     OPEN OUTPUT RPTFILE.                                         261005MA
020000     PERFORM D1000-REPORT-HEAD THRU D1000-EXIT.                   261005MA
020100     PERFORM B1000-LOAD-INDEX THRU B1000-EXIT.                    261005MA
020200     PERFORM C1000-WALK-ARCHIVES THRU C1000-EXIT.                 261005MA
020300     PERFORM B2000-HOLD-HEAD THRU B2000-EXIT.                     261005MA
020400     PERFORM C2000-WALK-LIVE THRU C2000-EXIT.                     261005MA
020500     PERFORM C3000-CHECK-HEAD THRU C3000-EXIT.                    261005MA
020600     IF HEAD-OPEN                                                 261005MA
020700        CLOSE HEADFIL                                             261005MA
020800     END-IF.                                                      261005MA
020900     PERFORM D3000-TOTALS THRU D3000-EXIT.                        261005MA
021000     CLOSE RPTFILE.                                               261005MA
021100     MOVE WS-VERIFIED-CT       TO ED-COUNT.                       261005MA
021200     DISPLAY "AUDVERF: " ED-COUNT " chained entries verified".    261005MA
021300     MOVE WS-FINDING-CT        TO ED-COUNT.                       261005MA
021400     DISPLAY "AUDVERF: " ED-COUNT " finding(s) -- see AUDVRPT".   261005MA
021500     IF WS-FINDING-CT > 0                                         261005MA
021600        MOVE 1                 TO WS-RUN-RC                       261005MA
021700        MOVE "C"               TO NF-SEVERITY                     261005MA
021800        MOVE SPACES            TO NF-MESSAGE                      261005MA
021900        STRING "CLAUDIT CHAIN BROKEN --" DELIMITED BY SIZE        261005MA
022000               ED-COUNT DELIMITED BY SIZE                         261005MA
022100               " FINDING(S), SEE AUDVRPT" DELIMITED BY SIZE       261005MA
022200          INTO NF-MESSAGE                                         261005MA
022300        CALL "NOTIFY" USING WS-NOTIFY-REQUEST                     261005MA
022400     END-IF.                                                      261005MA
022500     MOVE "FINISH"             TO AR-EVENT.                       261005MA
022600     IF WS-RUN-RC NOT = 0                                         261005MA
022700        MOVE "FAIL"            TO AR-OUTCOME                      261005MA
022800     ELSE                                                         261005MA
022900        MOVE "OK"              TO AR-OUTCOME                      261005MA
023000     END-IF.                                                      261005MA
023100     MOVE WS-INDEX-NAME        TO AR-PARM-1.                      261005MA
023200     MOVE ED-COUNT             TO AR-PARM-2.                      261005MA
023300     PERFORM B9500-LOG-AUDIT-EVENT THRU B9500-EXIT.               261005MA
023400     DISPLAY "Normal termination of AUDVERF run @ " TIME-OF-DAY.  261005MA
023500     IF WS-RUN-RC NOT = 0                                         261005MA
023600        MOVE WS-RUN-RC         TO RETURN-CODE                     261005MA
023700     END-IF.                                                      261005MA
023800     STOP RUN.                                                    261005MA
023900 BEGIN-0000-EXIT. EXIT.                                           261005MA
024000*                                                                 261005MA
024100*A0100-GET-PARMS takes the archive index name from the RUN INFO   261005MA
024200*string; blank means CLAUDAX.                                     261005MA
024300 A0100-GET-PARMS.                                                 261005MA
024400     ACCEPT WS-RUN-INFO FROM COMMAND-LINE.                        261005MA
024500     IF WS-RUN-INFO NOT = SPACES                                  261005MA
024600        UNSTRING WS-RUN-INFO DELIMITED BY ","                     261005MA
024700           INTO WS-INDEX-NAME                                     261005MA
024800     END-IF.                                                      261005MA
024900     IF WS-INDEX-NAME = SPACES                                    261005MA
025000        MOVE "CLAUDAX"         TO WS-INDEX-NAME.                  261005MA
025100 A0100-EXIT.  EXIT.                                               261005MA
025200*                                                                 261005MA
025300*A0150-SET-OPERATOR records who ran this check -- BATCH for a     261005MA
025400*stream run driven by the INFO string, or a prompted operator     261005MA
025500*ID for an interactive session.                                   261005MA
025600 A0150-SET-OPERATOR.                                              261005MA
025700     IF WS-RUN-INFO NOT = SPACES                                  261005MA
025800        MOVE "BATCH"           TO WS-OPERATOR                     261005MA
025900     ELSE                                                         261005MA
026000        DISPLAY "Enter operator ID: " NO ADVANCING                261005MA
026100        ACCEPT WS-OPERATOR FREE                                   261005MA
026200     END-IF.                                                      261005MA
026300     MOVE WS-OPERATOR          TO AR-OPERATOR.                    261005MA
026400 A0150-EXIT.  EXIT.                                               261005MA
026500*                                                                 261005MA
026600*B1000-LOAD-INDEX loads the archive index and the list of the     261005MA
026700*archives it names.  No index means nothing has been archived     261005MA
026800*since the chain began.                                           261005MA
026900 B1000-LOAD-INDEX.                                                261005MA
027000     MOVE 0                    TO XI-COUNT AF-COUNT.              261005MA
027100     OPEN INPUT INDEXFIL.                                         261005MA
027200     IF CC <> 0                                                   261005MA
027300        MOVE "    (no archive index -- nothing archived yet)"     261005MA
027400                               TO RPT-RECORD                      261005MA
027500        WRITE RPT-RECORD                                          261005MA
027600        GO TO B1000-EXIT                                          261005MA
027700     END-IF.                                                      261005MA
027800 B1010-READ.                                                      261005MA
027900     READ INDEXFIL                                                261005MA
028000        AT END                                                    261005MA
028100           GO TO B1090-DONE.                                      261005MA
028200     IF XI-COUNT >= MAX-XI-ENTRIES                                261005MA
028300        DISPLAY "AUDVERF: archive index table full at "           261005MA
028400                MAX-XI-ENTRIES " entries"                         261005MA
028500        MOVE 16                TO RETURN-CODE                     261005MA
028600        STOP RUN.                                                 261005MA
028700     ADD 1                     TO XI-COUNT.                       261005MA
028800     MOVE AX-ARCH-FILE         TO XI-ARCH-FILE(XI-COUNT).         261005MA
028900     MOVE AX-FIRST-SEQ         TO XI-FIRST-SEQ(XI-COUNT).         261005MA
029000     MOVE AX-LAST-SEQ          TO XI-LAST-SEQ(XI-COUNT).          261005MA
029100     MOVE AX-RECORDS           TO XI-RECORDS(XI-COUNT).           261005MA
029200     MOVE AX-LAST-CHECK        TO XI-LAST-CHECK(XI-COUNT).        261005MA
029300     PERFORM B1100-FIND-ARCHIVE THRU B1100-EXIT.                  261005MA
029400     MOVE AF-INDEX             TO XI-FILE-INDEX(XI-COUNT).        261005MA
029500     MOVE XI-COUNT             TO AF-LAST-ENTRY(AF-INDEX).        261005MA
029600     GO TO B1010-READ.                                            261005MA
029700 B1090-DONE.                                                      261005MA
029800     CLOSE INDEXFIL.                                              261005MA
029900 B1000-EXIT.  EXIT.                                               261005MA
030000*                                                                 261005MA
030100*B1100-FIND-ARCHIVE finds the archive in the list, adding it      261005MA
030200*the first time the index names it, with the records written      261005MA
030250*to it before its first indexed run already counted as used.      261005MA
030300 B1100-FIND-ARCHIVE.                                              261005MA
030400     MOVE 1                    TO AF-INDEX.                       261005MA
030500 B1110-HUNT.                                                      261005MA
030600     IF AF-INDEX > AF-COUNT                                       261005MA
030700        ADD 1                  TO AF-COUNT                        261005MA
030800        MOVE AF-COUNT          TO AF-INDEX                        261005MA
030900        MOVE AX-ARCH-FILE      TO AF-NAME(AF-INDEX)               261005MA
031000        MOVE AX-START-REC      TO AF-USED(AF-INDEX)               261005MA
031100        GO TO B1100-EXIT.                                         261005MA
031200     IF AF-NAME(AF-INDEX) = AX-ARCH-FILE                          261005MA
031300        GO TO B1100-EXIT.                                         261005MA
031400     ADD 1                     TO AF-INDEX.                       261005MA
031500     GO TO B1110-HUNT.                                            261005MA
031600 B1100-EXIT.  EXIT.                                               261005MA
031700*                                                                 261005MA
031800*B2000-HOLD-HEAD takes AUDLOG's chain head exclusive before the   261005MA
031900*live log is walked, then re-counts the archive index: an         261005MA
032000*archive run that slipped in after the archives were walked       261005MA
032100*would make the live log look trimmed from the front.             261005MA
032200 B2000-HOLD-HEAD.                                                 261005MA
032300     MOVE "N"                  TO WS-HEAD-OPEN-SW.                261005MA
032400     MOVE 0                    TO WS-OPEN-TRIES.                  261005MA
032500 B2010-OPEN.                                                      261005MA
032600     OPEN I-O HEADFIL.                                            261005MA
032700     IF CC = 0                                                    261005MA
032800        MOVE "Y"               TO WS-HEAD-OPEN-SW                 261005MA
032900        GO TO B2020-RECOUNT.                                      261005MA
033000     IF WS-OPEN-TRIES < MAX-TRIES                                 261005MA
033100        ADD 1                  TO WS-OPEN-TRIES                   261005MA
033200        DISPLAY "AUDVERF: chain head busy -- waiting"             261005MA
033300        MOVE SPACES            TO WS-CMD-IMAGE                    261005MA
033400        MOVE "PAUSE 30"        TO WS-CMD-IMAGE(1:8)               261005MA
033500        MOVE WS-CR             TO WS-CMD-IMAGE(9:1)               261005MA
033600        CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,              261005MA
033700                                       WS-CMD-ERROR,              261005MA
033800                                       WS-CMD-PARM                261005MA
033900        GO TO B2010-OPEN.                                         261005MA
034000     GO TO B2000-EXIT.                                            261005MA
034100 B2020-RECOUNT.                                                   261005MA
034200     MOVE 0                    TO XI-RECOUNT.                     261005MA
034300     OPEN INPUT INDEXFIL.                                         261005MA
034400     IF CC <> 0                                                   261005MA
034500        GO TO B2000-EXIT.                                         261005MA
034600 B2030-READ.                                                      261005MA
034700     READ INDEXFIL                                                261005MA
034800        AT END                                                    261005MA
034900           GO TO B2040-DONE.                                      261005MA
035000     ADD 1                     TO XI-RECOUNT.                     261005MA
035100     GO TO B2030-READ.                                            261005MA
035200 B2040-DONE.                                                      261005MA
035300     CLOSE INDEXFIL.                                              261005MA
035400     IF XI-RECOUNT NOT = XI-COUNT                                 261005MA
035500        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
035600        STRING "AN AUDARCH RUN FINISHED DURING THE CHECK -- "     261005MA
035700                               DELIMITED BY SIZE                  261005MA
035800               "RUN AUDVERF AGAIN" DELIMITED BY SIZE              261005MA
035900          INTO WS-FIND-TEXT                                       261005MA
036000        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
036100     END-IF.                                                      261005MA
036200 B2000-EXIT.  EXIT.                                               261005MA
036300*                                                                 261005MA
036400*=========================================================        261005MA
036500*C1000-WALK-ARCHIVES takes the index entries in the order the     261005MA
036600*archive runs were made -- oldest first.                          261005MA
036700*=========================================================        261005MA
036800 C1000-WALK-ARCHIVES.                                             261005MA
036900     MOVE 1                    TO XI-INDEX.                       261005MA
037000 C1010-NEXT.                                                      261005MA
037100     IF XI-INDEX > XI-COUNT                                       261005MA
037200        GO TO C1000-EXIT.                                         261005MA
037300     PERFORM C1100-ONE-ENTRY THRU C1100-EXIT.                     261005MA
037400     ADD 1                     TO XI-INDEX.                       261005MA
037500     GO TO C1010-NEXT.                                            261005MA
037600 C1000-EXIT.  EXIT.                                               261005MA
037700*                                                                 261005MA
037800*C1100-ONE-ENTRY walks the part of one archive one archive run    261005MA
037900*wrote -- the entries after those earlier runs wrote to the same  261005MA
038000*file -- and holds it against what the index says was written.    261005MA
038100 C1100-ONE-ENTRY.                                                 261005MA
038200     MOVE XI-FILE-INDEX(XI-INDEX) TO AF-INDEX.                    261005MA
038300     MOVE XI-ARCH-FILE(XI-INDEX)  TO WS-ARCH-FILE WS-SOURCE-NAME. 261005MA
038400     MOVE 0                    TO WS-SRC-READ WS-SRC-FIRST        261005MA
038500                                  WS-SRC-LAST WS-SKIP-CT.         261005MA
038600     MOVE SPACES               TO WS-SRC-LAST-CHECK.              261005MA
038700     MOVE "N"                  TO WS-EOF-SW.                      261005MA
038800     OPEN INPUT ARCHFIL.                                          261005MA
038900     IF CC <> 0                                                   261005MA
039000        MOVE XI-FIRST-SEQ(XI-INDEX) TO ED-SEQ                     261005MA
039100        MOVE XI-LAST-SEQ(XI-INDEX)  TO ED-SEQ-2                   261005MA
039200        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
039300        STRING "ARCHIVE " DELIMITED BY SIZE                       261005MA
039400               WS-ARCH-FILE DELIMITED BY SPACES                   261005MA
039500               " MISSING OR UNREADABLE -- SEQUENCE"               261005MA
039600                               DELIMITED BY SIZE                  261005MA
039700               ED-SEQ DELIMITED BY SIZE                           261005MA
039800               " THRU" DELIMITED BY SIZE                          261005MA
039900               ED-SEQ-2 DELIMITED BY SIZE                         261005MA
040000               " NOT VERIFIED" DELIMITED BY SIZE                  261005MA
040100          INTO WS-FIND-TEXT                                       261005MA
040200        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
040300        PERFORM C1900-RESEED THRU C1900-EXIT                      261005MA
040400        GO TO C1100-EXIT                                          261005MA
040500     END-IF.                                                      261005MA
040600 C1110-SKIP.                                                      261005MA
040700     IF WS-SKIP-CT >= AF-USED(AF-INDEX)                           261005MA
040800        GO TO C1120-WALK.                                         261005MA
040900     READ ARCHFIL                                                 261005MA
041000        AT END                                                    261005MA
041100           MOVE "Y"            TO WS-EOF-SW                       261005MA
041200           GO TO C1120-WALK.                                      261005MA
041300     ADD 1                     TO WS-SKIP-CT.                     261005MA
041400     GO TO C1110-SKIP.                                            261005MA
041500 C1120-WALK.                                                      261005MA
041600     IF SOURCE-ENDED                                              261005MA
041700        OR WS-SRC-READ >= XI-RECORDS(XI-INDEX)                    261005MA
041800        GO TO C1130-TALLY.                                        261005MA
041900     READ ARCHFIL                                                 261005MA
042000        AT END                                                    261005MA
042100           MOVE "Y"            TO WS-EOF-SW                       261005MA
042200           GO TO C1130-TALLY.                                     261005MA
042300     MOVE ARCH-RECORD          TO WS-LINK-RECORD.                 261005MA
042400     PERFORM E2000-CHECK-LINK THRU E2000-EXIT.                    261005MA
042500     GO TO C1120-WALK.                                            261005MA
042600 C1130-TALLY.                                                     261005MA
042700     ADD XI-RECORDS(XI-INDEX)  TO AF-USED(AF-INDEX).              261005MA
042800     PERFORM D2000-SOURCE-LINE THRU D2000-EXIT.                   261005MA
042900     IF WS-SRC-READ < XI-RECORDS(XI-INDEX)                        261005MA
043000        MOVE WS-SRC-READ       TO ED-COUNT                        261005MA
043100        MOVE XI-RECORDS(XI-INDEX) TO ED-SEQ                       261005MA
043200        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
043300        STRING "ARCHIVE " DELIMITED BY SIZE                       261005MA
043400               WS-ARCH-FILE DELIMITED BY SPACES                   261005MA
043500               " HOLDS" DELIMITED BY SIZE                         261005MA
043600               ED-COUNT DELIMITED BY SIZE                         261005MA
043700               " OF THE" DELIMITED BY SIZE                        261005MA
043800               ED-SEQ DELIMITED BY SIZE                           261005MA
043900               " ENTRIES THE INDEX RECORDS" DELIMITED BY SIZE     261005MA
044000          INTO WS-FIND-TEXT                                       261005MA
044100        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
044200        PERFORM C1900-RESEED THRU C1900-EXIT                      261005MA
044300        GO TO C1190-CLOSE                                         261005MA
044400     END-IF.                                                      261005MA
044500     IF WS-SRC-FIRST NOT = XI-FIRST-SEQ(XI-INDEX)                 261005MA
044600        OR WS-SRC-LAST NOT = XI-LAST-SEQ(XI-INDEX)                261005MA
044700        MOVE WS-SRC-FIRST      TO ED-SEQ                          261005MA
044800        MOVE WS-SRC-LAST       TO ED-SEQ-2                        261005MA
044900        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
045000        STRING "ARCHIVE " DELIMITED BY SIZE                       261005MA
045100               WS-ARCH-FILE DELIMITED BY SPACES                   261005MA
045200               " RUNS" DELIMITED BY SIZE                          261005MA
045300               ED-SEQ DELIMITED BY SIZE                           261005MA
045400               " THRU" DELIMITED BY SIZE                          261005MA
045500               ED-SEQ-2 DELIMITED BY SIZE                         261005MA
045600               ", NOT AS INDEXED" DELIMITED BY SIZE               261005MA
045700          INTO WS-FIND-TEXT                                       261005MA
045800        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
045900        GO TO C1150-EXTRA                                         261005MA
046000     END-IF.                                                      261005MA
046100     IF WS-SRC-LAST > 0                                           261005MA
046200        AND WS-SRC-LAST-CHECK NOT = XI-LAST-CHECK(XI-INDEX)       261005MA
046300        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
046400        STRING "ARCHIVE " DELIMITED BY SIZE                       261005MA
046500               WS-ARCH-FILE DELIMITED BY SPACES                   261005MA
046600               " LAST CHECK VALUE DOES NOT MATCH THE INDEX"       261005MA
046700                               DELIMITED BY SIZE                  261005MA
046800          INTO WS-FIND-TEXT                                       261005MA
046900        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
047000     END-IF.                                                      261005MA
047100*After the last run that wrote to this archive, nothing more      261005MA
047200*may follow in it.                                                261005MA
047300 C1150-EXTRA.                                                     261005MA
047400     IF AF-LAST-ENTRY(AF-INDEX) NOT = XI-INDEX                    261005MA
047500        GO TO C1190-CLOSE.                                        261005MA
047600     MOVE 0                    TO WS-EXTRA-CT.                    261005MA
047700 C1160-COUNT.                                                     261005MA
047800     READ ARCHFIL                                                 261005MA
047900        AT END                                                    261005MA
048000           GO TO C1170-EXTRA-DONE.                                261005MA
048100     ADD 1                     TO WS-EXTRA-CT.                    261005MA
048200     GO TO C1160-COUNT.                                           261005MA
048300 C1170-EXTRA-DONE.                                                261005MA
048400     IF WS-EXTRA-CT > 0                                           261005MA
048500        MOVE WS-EXTRA-CT       TO ED-COUNT                        261005MA
048600        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
048700        STRING "ARCHIVE " DELIMITED BY SIZE                       261005MA
048800               WS-ARCH-FILE DELIMITED BY SPACES                   261005MA
048900               " HOLDS" DELIMITED BY SIZE                         261005MA
049000               ED-COUNT DELIMITED BY SIZE                         261005MA
049100               " ENTRIES NO ARCHIVE RUN WROTE" DELIMITED BY SIZE  261005MA
049200          INTO WS-FIND-TEXT                                       261005MA
049300        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
049400     END-IF.                                                      261005MA
049500 C1190-CLOSE.                                                     261005MA
049600     CLOSE ARCHFIL.                                               261005MA
049700 C1100-EXIT.  EXIT.                                               261005MA
049800*                                                                 261005MA
049900*C1900-RESEED picks the chain up again from what the index says   261005MA
050000*an unreadable or short archive ended with, so one lost archive   261005MA
050100*is reported once rather than as a break in every later file.     261005MA
050200 C1900-RESEED.                                                    261005MA
050300     IF XI-LAST-SEQ(XI-INDEX) > WS-PREV-SEQ                       261005MA
050400        MOVE XI-LAST-SEQ(XI-INDEX)   TO WS-PREV-SEQ               261005MA
050500        MOVE XI-LAST-CHECK(XI-INDEX) TO WS-PREV-CHECK             261005MA
050600        MOVE "Y"               TO WS-CHAIN-SW                     261005MA
050700     END-IF.                                                      261005MA
050800 C1900-EXIT.  EXIT.                                               261005MA
050900*                                                                 261005MA
051000*=========================================================        261005MA
051100*C2000-WALK-LIVE carries the chain on through the live log.       261005MA
051200*=========================================================        261005MA
051300 C2000-WALK-LIVE.                                                 261005MA
051400     MOVE "CLAUDIT"            TO WS-SOURCE-NAME.                 261005MA
051500     MOVE 0                    TO WS-SRC-READ WS-SRC-FIRST        261005MA
051600                                  WS-SRC-LAST.                    261005MA
051700     OPEN INPUT AUDITFIL.                                         261005MA
051800     IF CC <> 0                                                   261005MA
051900        MOVE "    (no live CLAUDIT log)" TO RPT-RECORD            261005MA
052000        WRITE RPT-RECORD                                          261005MA
052100        GO TO C2000-EXIT                                          261005MA
052200     END-IF.                                                      261005MA
052300 C2010-READ.                                                      261005MA
052400     READ AUDITFIL                                                261005MA
052500        AT END                                                    261005MA
052600           GO TO C2090-DONE.                                      261005MA
052700     MOVE AUDIT-RECORD         TO WS-LINK-RECORD.                 261005MA
052800     PERFORM E2000-CHECK-LINK THRU E2000-EXIT.                    261005MA
052900     GO TO C2010-READ.                                            261005MA
053000 C2090-DONE.                                                      261005MA
053100     CLOSE AUDITFIL.                                              261005MA
053200     PERFORM D2000-SOURCE-LINE THRU D2000-EXIT.                   261005MA
053300 C2000-EXIT.  EXIT.                                               261005MA
053400*                                                                 261005MA
053500*C3000-CHECK-HEAD holds the end of the chain against the head     261005MA
053600*AUDLOG keeps.  Entries cut from the end of the live log leave    261005MA
053700*the head ahead of the log; no other check can see that.          261005MA
053800 C3000-CHECK-HEAD.                                                261005MA
053900     IF NOT HEAD-OPEN                                             261005MA
054000        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
054100        STRING "CHAIN HEAD CLAUDHD NOT AVAILABLE -- "             261005MA
054200                               DELIMITED BY SIZE                  261005MA
054300               "END OF THE LOG NOT CONFIRMED" DELIMITED BY SIZE   261005MA
054400          INTO WS-FIND-TEXT                                       261005MA
054500        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
054600        GO TO C3000-EXIT.                                         261005MA
054700     MOVE 1                    TO WS-HEAD-SLOT.                   261005MA
054800     READ HEADFIL                                                 261005MA
054900        INVALID KEY                                               261005MA
055000           MOVE "CHAIN HEAD CLAUDHD CANNOT BE READ"               261005MA
055100                               TO WS-FIND-TEXT                    261005MA
055200           PERFORM E3000-FINDING THRU E3000-EXIT                  261005MA
055300           GO TO C3000-EXIT.                                      261005MA
055400     MOVE HD-LAST-SEQ          TO ED-SEQ.                         261005MA
055500     MOVE SPACES               TO RPT-RECORD.                     261005MA
055600     STRING "CHAIN HEAD CLAUDHD    LAST SEQUENCE ISSUED" DELIMITED261005MA
055700            BY SIZE                                               261005MA
055800            ED-SEQ DELIMITED BY SIZE                              261005MA
055900            "  BY " DELIMITED BY SIZE                             261005MA
056000            HD-PROGRAM DELIMITED BY SPACES                        261005MA
056100            "  " DELIMITED BY SIZE                                261005MA
056200            HD-TIMESTAMP DELIMITED BY SIZE                        261005MA
056300       INTO RPT-RECORD.                                           261005MA
056400     WRITE RPT-RECORD.                                            261005MA
056500     IF HD-LAST-SEQ > WS-PREV-SEQ                                 261005MA
056600        COMPUTE WS-MISSING-FROM = WS-PREV-SEQ + 1                 261005MA
056700        MOVE WS-MISSING-FROM   TO ED-SEQ                          261005MA
056800        MOVE HD-LAST-SEQ       TO ED-SEQ-2                        261005MA
056900        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
057000        STRING "SEQUENCE" DELIMITED BY SIZE                       261005MA
057100               ED-SEQ DELIMITED BY SIZE                           261005MA
057200               " THRU" DELIMITED BY SIZE                          261005MA
057300               ED-SEQ-2 DELIMITED BY SIZE                         261005MA
057400               " MISSING FROM THE END OF THE LIVE LOG"            261005MA
057500                               DELIMITED BY SIZE                  261005MA
057600          INTO WS-FIND-TEXT                                       261005MA
057700        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
057800        GO TO C3000-EXIT.                                         261005MA
057900     IF HD-LAST-SEQ < WS-PREV-SEQ                                 261005MA
058000        MOVE HD-LAST-SEQ       TO ED-SEQ                          261005MA
058100        MOVE WS-PREV-SEQ       TO ED-SEQ-2                        261005MA
058200        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
058300        STRING "LIVE LOG RUNS TO SEQUENCE" DELIMITED BY SIZE      261005MA
058400               ED-SEQ-2 DELIMITED BY SIZE                         261005MA
058500               " PAST THE CHAIN HEAD AT" DELIMITED BY SIZE        261005MA
058600               ED-SEQ DELIMITED BY SIZE                           261005MA
058700          INTO WS-FIND-TEXT                                       261005MA
058800        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
058900        GO TO C3000-EXIT.                                         261005MA
059000     IF HD-LAST-SEQ > 0                                           261005MA
059100        AND HD-LAST-CHECK NOT = WS-PREV-CHECK                     261005MA
059200        MOVE HD-LAST-SEQ       TO ED-SEQ                          261005MA
059300        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
059400        STRING "LAST ENTRY, SEQUENCE" DELIMITED BY SIZE           261005MA
059500               ED-SEQ DELIMITED BY SIZE                           261005MA
059600               ", DOES NOT MATCH THE CHAIN HEAD" DELIMITED BY SIZE261005MA
059700          INTO WS-FIND-TEXT                                       261005MA
059800        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
059900     END-IF.                                                      261005MA
060000 C3000-EXIT.  EXIT.                                               261005MA
060100*                                                                 261005MA
060200*D1000-REPORT-HEAD titles the report.                             261005MA
060300 D1000-REPORT-HEAD.                                               261005MA
060400     MOVE SPACES               TO RPT-RECORD.                     261005MA
060500     STRING "CLAUDIT AUDIT-TRAIL CHAIN VERIFICATION AS OF "       261005MA
060600                               DELIMITED BY SIZE                  261005MA
060700            DATE-BUFF DELIMITED BY SIZE                           261005MA
060800       INTO RPT-RECORD.                                           261005MA
060900     WRITE RPT-RECORD.                                            261005MA
061000     MOVE SPACES               TO RPT-RECORD.                     261005MA
061100     WRITE RPT-RECORD.                                            261005MA
061200 D1000-EXIT.  EXIT.                                               261005MA
061300*                                                                 261005MA
061400*D2000-SOURCE-LINE lists one archive run, or the live log, with   261005MA
061500*the entries read and the sequence range they carried.            261005MA
061600 D2000-SOURCE-LINE.                                               261005MA
061700     MOVE WS-SRC-READ          TO ED-COUNT.                       261005MA
061800     MOVE WS-SRC-FIRST         TO ED-SEQ.                         261005MA
061900     MOVE WS-SRC-LAST          TO ED-SEQ-2.                       261005MA
062000     MOVE SPACES               TO RPT-RECORD.                     261005MA
062100     STRING WS-SOURCE-NAME DELIMITED BY SIZE                      261005MA
062200            ED-COUNT DELIMITED BY SIZE                            261005MA
062300            " ENTRIES   SEQUENCE" DELIMITED BY SIZE               261005MA
062400            ED-SEQ DELIMITED BY SIZE                              261005MA
062500            " THRU" DELIMITED BY SIZE                             261005MA
062600            ED-SEQ-2 DELIMITED BY SIZE                            261005MA
062700       INTO RPT-RECORD.                                           261005MA
062800     WRITE RPT-RECORD.                                            261005MA
062900 D2000-EXIT.  EXIT.                                               261005MA
063000*                                                                 261005MA
063100*D3000-TOTALS closes the report with the counts and a one-line    261005MA
063200*verdict an auditor can be shown.                                 261005MA
063300 D3000-TOTALS.                                                    261005MA
063400     MOVE SPACES               TO RPT-RECORD.                     261005MA
063500     WRITE RPT-RECORD.                                            261005MA
063600     MOVE WS-PRECHAIN-CT       TO ED-COUNT.                       261005MA
063700     STRING "ENTRIES FROM BEFORE THE CHAIN BEGAN:"                261005MA
063800                               DELIMITED BY SIZE                  261005MA
063900            ED-COUNT DELIMITED BY SIZE                            261005MA
064000       INTO RPT-RECORD.                                           261005MA
064100     WRITE RPT-RECORD.                                            261005MA
064200     MOVE SPACES               TO RPT-RECORD.                     261005MA
064300     MOVE WS-VERIFIED-CT       TO ED-COUNT.                       261005MA
064400     STRING "CHAINED ENTRIES VERIFIED:           "                261005MA
064500                               DELIMITED BY SIZE                  261005MA
064600            ED-COUNT DELIMITED BY SIZE                            261005MA
064700       INTO RPT-RECORD.                                           261005MA
064800     WRITE RPT-RECORD.                                            261005MA
064900     MOVE SPACES               TO RPT-RECORD.                     261005MA
065000     MOVE WS-FINDING-CT        TO ED-COUNT.                       261005MA
065100     STRING "FINDINGS:                           "                261005MA
065200                               DELIMITED BY SIZE                  261005MA
065300            ED-COUNT DELIMITED BY SIZE                            261005MA
065400       INTO RPT-RECORD.                                           261005MA
065500     WRITE RPT-RECORD.                                            261005MA
065600     MOVE SPACES               TO RPT-RECORD.                     261005MA
065700     WRITE RPT-RECORD.                                            261005MA
065800     MOVE WS-PREV-SEQ          TO ED-SEQ.                         261005MA
065900     IF WS-FINDING-CT = 0                                         261005MA
066000        STRING "CHAIN INTACT -- EVERY ENTRY FROM SEQUENCE 1 THRU" 261005MA
066100                               DELIMITED BY SIZE                  261005MA
066200               ED-SEQ DELIMITED BY SIZE                           261005MA
066300               " PRESENT, IN ORDER AND UNALTERED"                 261005MA
066400                               DELIMITED BY SIZE                  261005MA
066500          INTO RPT-RECORD                                         261005MA
066600     ELSE                                                         261005MA
066700        MOVE "CHAIN BROKEN -- SEE THE FINDINGS MARKED *** ABOVE"  261005MA
066800                               TO RPT-RECORD                      261005MA
066900     END-IF.                                                      261005MA
067000     WRITE RPT-RECORD.                                            261005MA
067100 D3000-EXIT.  EXIT.                                               261005MA
067200*                                                                 261005MA
067300*E2000-CHECK-LINK holds one entry against the one before it.      261005MA
067400*The chain only moves forward: an entry numbered at or below one  261005MA
067500*already seen is listed and passed over, so the entries after it  261005MA
067600*still check against the true chain.                              261005MA
067700 E2000-CHECK-LINK.                                                261005MA
067800     ADD 1                     TO WS-SRC-READ.                    261005MA
067900     IF LN-SEQ-NO IS NOT NUMERIC OR LN-SEQ-NO = 0                 261005MA
068000        IF CHAIN-STARTED                                          261005MA
068100           MOVE WS-PREV-SEQ    TO ED-SEQ                          261005MA
068200           MOVE WS-SRC-READ    TO ED-COUNT                        261005MA
068300           MOVE SPACES         TO WS-FIND-TEXT                    261005MA
068400           STRING "UNNUMBERED " DELIMITED BY SIZE                 261005MA
068500                  LN-PROGRAM-NAME DELIMITED BY SPACES             261005MA
068600                  " ENTRY AFTER SEQUENCE" DELIMITED BY SIZE       261005MA
068700                  ED-SEQ DELIMITED BY SIZE                        261005MA
068800                  " IN " DELIMITED BY SIZE                        261005MA
068900                  WS-SOURCE-NAME DELIMITED BY SPACES              261005MA
069000                  ", ENTRY" DELIMITED BY SIZE                     261005MA
069100                  ED-COUNT DELIMITED BY SIZE                      261005MA
069200             INTO WS-FIND-TEXT                                    261005MA
069300           PERFORM E3000-FINDING THRU E3000-EXIT                  261005MA
069400        ELSE                                                      261005MA
069500           ADD 1               TO WS-PRECHAIN-CT                  261005MA
069600        END-IF                                                    261005MA
069700        GO TO E2000-EXIT.                                         261005MA
069800     IF NOT CHAIN-STARTED                                         261005MA
069900        MOVE "Y"               TO WS-CHAIN-SW                     261005MA
070000        MOVE 0                 TO WS-PREV-SEQ                     261005MA
070100        MOVE ZEROS             TO WS-PREV-CHECK                   261005MA
070200     END-IF.                                                      261005MA
070300     IF LN-SEQ-NO NOT > WS-PREV-SEQ                               261005MA
070400        MOVE LN-SEQ-NO         TO ED-SEQ                          261005MA
070500        MOVE WS-PREV-SEQ       TO ED-SEQ-2                        261005MA
070600        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
070700        STRING "SEQUENCE" DELIMITED BY SIZE                       261005MA
070800               ED-SEQ DELIMITED BY SIZE                           261005MA
070900               " OUT OF ORDER AFTER" DELIMITED BY SIZE            261005MA
071000               ED-SEQ-2 DELIMITED BY SIZE                         261005MA
071100               " IN " DELIMITED BY SIZE                           261005MA
071200               WS-SOURCE-NAME DELIMITED BY SPACES                 261005MA
071300          INTO WS-FIND-TEXT                                       261005MA
071400        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
071500        GO TO E2000-EXIT.                                         261005MA
071600     IF LN-SEQ-NO > WS-PREV-SEQ + 1                               261005MA
071700        COMPUTE WS-MISSING-FROM = WS-PREV-SEQ + 1                 261005MA
071800        COMPUTE WS-MISSING-TO = LN-SEQ-NO - 1                     261005MA
071900        MOVE WS-MISSING-FROM   TO ED-SEQ                          261005MA
072000        MOVE WS-MISSING-TO     TO ED-SEQ-2                        261005MA
072100        MOVE LN-SEQ-NO         TO ED-SEQ-3                        261005MA
072200        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
072300        STRING "SEQUENCE" DELIMITED BY SIZE                       261005MA
072400               ED-SEQ DELIMITED BY SIZE                           261005MA
072500               " THRU" DELIMITED BY SIZE                          261005MA
072600               ED-SEQ-2 DELIMITED BY SIZE                         261005MA
072700               " MISSING BEFORE" DELIMITED BY SIZE                261005MA
072800               ED-SEQ-3 DELIMITED BY SIZE                         261005MA
072900               " IN " DELIMITED BY SIZE                           261005MA
073000               WS-SOURCE-NAME DELIMITED BY SPACES                 261005MA
073100          INTO WS-FIND-TEXT                                       261005MA
073200        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
073300        GO TO E2080-ADVANCE.                                      261005MA
073400     CALL "AUDCHAIN" USING WS-PREV-CHECK, LN-CHAINED,             261005MA
073500                           WS-CALC-CHECK.                         261005MA
073600     IF WS-CALC-CHECK NOT = LN-CHAIN-CHECK                        261005MA
073700        MOVE LN-SEQ-NO         TO ED-SEQ                          261005MA
073800        MOVE SPACES            TO WS-FIND-TEXT                    261005MA
073900        STRING "SEQUENCE" DELIMITED BY SIZE                       261005MA
074000               ED-SEQ DELIMITED BY SIZE                           261005MA
074100               " (" DELIMITED BY SIZE                             261005MA
074200               LN-PROGRAM-NAME DELIMITED BY SPACES                261005MA
074300               ") IN " DELIMITED BY SIZE                          261005MA
074400               WS-SOURCE-NAME DELIMITED BY SPACES                 261005MA
074500               " ALTERED -- CHECK VALUE DOES NOT FOLLOW"          261005MA
074600                               DELIMITED BY SIZE                  261005MA
074700          INTO WS-FIND-TEXT                                       261005MA
074800        PERFORM E3000-FINDING THRU E3000-EXIT                     261005MA
074900     ELSE                                                         261005MA
075000        ADD 1                  TO WS-VERIFIED-CT                  261005MA
075100     END-IF.                                                      261005MA
075200 E2080-ADVANCE.                                                   261005MA
075300     MOVE LN-SEQ-NO            TO WS-PREV-SEQ.                    261005MA
075400     MOVE LN-CHAIN-CHECK       TO WS-PREV-CHECK.                  261005MA
075500     IF WS-SRC-FIRST = 0                                          261005MA
075600        MOVE LN-SEQ-NO         TO WS-SRC-FIRST.                   261005MA
075700     MOVE LN-SEQ-NO            TO WS-SRC-LAST.                    261005MA
075800     MOVE LN-CHAIN-CHECK       TO WS-SRC-LAST-CHECK.              261005MA
075900 E2000-EXIT.  EXIT.                                               261005MA
076000*                                                                 261005MA
076100*E3000-FINDING lists one finding, flagged, and counts it.         261005MA
076200 E3000-FINDING.                                                   261005MA
076300     ADD 1                     TO WS-FINDING-CT.                  261005MA
076400     MOVE SPACES               TO RPT-RECORD.                     261005MA
076500     STRING "*** " DELIMITED BY SIZE                              261005MA
076600            WS-FIND-TEXT DELIMITED BY SIZE                        261005MA
076700       INTO RPT-RECORD.                                           261005MA
076800     WRITE RPT-RECORD.                                            261005MA
076900     DISPLAY "AUDVERF: " WS-FIND-TEXT(1:70).                      261005MA
077000 E3000-EXIT.  EXIT.                                               261005MA
077100*                                                                 261005MA
077200*B9500-LOG-AUDIT-EVENT records this run in CLAUDIT.               261005MA
077300 B9500-LOG-AUDIT-EVENT.                                           261005MA
077400     CALL "AUDLOG" USING WS-AUDIT-REQUEST.                        261005MA
077500     IF RETURN-CODE NOT = 0                                       261005MA
077600        DISPLAY "AUDVERF: audit log entry not recorded"           261005MA
077700     END-IF.                                                      261005MA
077800 B9500-EXIT.  EXIT.                                               261005MA
077900 END PROGRAM AUDVERF.                                             261005MA
