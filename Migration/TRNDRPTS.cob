002400* 260902MA  INITIAL VERSION.                                      260902MA
002420* 260902MA  THRESHOLD PERCENT NOW PARSED LEFT-JUSTIFIED (THE      260902MA
002440*            CTLMAINT E9200 WAY) SO "25" IS ACCEPTED.             260902MA
002460* 261005MA  CLAUDIT RECORD WIDENED TO 122 BYTES FOR THE AUDLOG    261005MA
002480*            SEQUENCE NUMBER AND CHAIN CHECK VALUE.               261005MA
002485* 261015MA  A FINISH NOW PAIRS WITH THE OPEN START FOR THE SAME   261015MA
002490*            PROGRAM AND PARM-1 -- THE PARALLEL REFRESH WORKERS   261015MA
002495*            OVERLAP, ONE PER GROUP CONTROL FILE.                 261015MA
002500*-----------------------------------------------------------------260902MA
002600*                                                                 260902MA
002700 ENVIRONMENT DIVISION.                                            260902MA
004000 DATA DIVISION.                                                   260902MA
004100 FILE SECTION.                                                    260902MA
004200 FD  ARCHFIL DATA RECORD IS ARCH-RECORD                           260902MA
004300     RECORD CONTAINS 122 CHARACTERS.                              261005MA
004400 01  ARCH-RECORD              PIC X(122).                         261005MA
004500*                                                                 260902MA
004600 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         260902MA
004700     RECORD CONTAINS 122 CHARACTERS.                              261005MA
004800 01  AUDIT-RECORD.                                                260902MA
004900     03  AUD-PROGRAM-NAME      PIC X(08).                         260902MA
005000     03  AUD-OPERATOR          PIC X(08).                         260902MA
005300     03  AUD-OUTCOME           PIC X(08).                         260902MA
005400     03  AUD-PARM-1            PIC X(26).                         260902MA
005500     03  AUD-PARM-2            PIC X(10).                         260902MA
005520     03  AUD-SEQ-NO            PIC 9(09).                         261005MA
005540     03  AUD-CHAIN-CHECK       PIC X(20).                         261005MA
005600*                                                                 260902MA
005700 FD  RPTFILE DATA RECORD IS RPT-RECORD                            260902MA
005800     RECORD CONTAINS 132 CHARACTERS.                              260902MA
008200     03  LOG-PARM-2            PIC X(10).                         260902MA
008300*                                                                 260902MA
008400*Open STARTs still waiting for their FINISH -- a FINISH pairs     260902MA
008500*with the most recent open START for the same program and PARM-1  261015MA
008600*(or by program name alone when none matches), the AUDRPT rule.   261015MA
008700 77 OPN-COUNT               PIC S9(04) COMP VALUE 0.              260902MA
008800 77 OPN-INDEX               PIC S9(04) COMP VALUE 0.              260902MA
008900 77 OPN-SHIFT               PIC S9(04) COMP VALUE 0.              260902MA
009200    03 OPN-ENTRY OCCURS 200.                                      260902MA
009300       05 OPN-PROGRAM        PIC X(08).                           260902MA
009400       05 OPN-TIMESTAMP      PIC X(27).                           260902MA
009450       05 OPN-PARM-1         PIC X(26).                           261015MA
009500 01 WS-FOUND-SW             PIC X(01) VALUE "N".                  260902MA
009600    88 START-ENTRY-FOUND             VALUE "Y".                   260902MA
009700*                                                                 260902MA
027600        ADD 1                  TO OPN-COUNT                       260902MA
027700        MOVE LOG-PROGRAM-NAME  TO OPN-PROGRAM(OPN-COUNT)          260902MA
027800        MOVE LOG-TIMESTAMP     TO OPN-TIMESTAMP(OPN-COUNT)        260902MA
027850        MOVE LOG-PARM-1        TO OPN-PARM-1(OPN-COUNT)           261015MA
027900     ELSE                                                         260902MA
028000        DISPLAY "TRNDRPT: open-start table full, START for "      260902MA
028100                LOG-PROGRAM-NAME " not tracked"                   260902MA
028200     END-IF.                                                      260902MA
028300 B3100-EXIT.  EXIT.                                               260902MA
028400*                                                                 260902MA
028410*B3200-MATCH-FINISH pairs a FINISH with the most recent open      261015MA
028420*START for the same program and PARM-1, so overlapping runs of    261015MA
028430*one program -- the parallel refresh workers, one per group       261015MA
028440*control file -- each find their own START.  A FINISH whose       261015MA
028450*PARM-1 matches no open START pairs by program name alone.        261015MA
028500 B3200-MATCH-FINISH.                                              260902MA
028600     MOVE "N"                  TO WS-FOUND-SW.                    260902MA
028700     MOVE OPN-COUNT            TO OPN-INDEX.                      260902MA
028800 B3210-HUNT.                                                      260902MA
028900     IF OPN-INDEX < 1                                             260902MA
029000        GO TO B3215-BY-NAME.                                      261015MA
029100     IF OPN-PROGRAM(OPN-INDEX) = LOG-PROGRAM-NAME                 260902MA
029150        AND OPN-PARM-1(OPN-INDEX) = LOG-PARM-1                    261015MA
029200        MOVE "Y"               TO WS-FOUND-SW                     260902MA
029300        GO TO B3220-NOTE.                                         260902MA
029400     SUBTRACT 1 FROM OPN-INDEX.                                   260902MA
029500     GO TO B3210-HUNT.                                            260902MA
029505 B3215-BY-NAME.                                                   261015MA
029510     MOVE OPN-COUNT            TO OPN-INDEX.                      261015MA
029515 B3216-HUNT.                                                      261015MA
029520     IF OPN-INDEX < 1                                             261015MA
029525        GO TO B3220-NOTE.                                         261015MA
029530     IF OPN-PROGRAM(OPN-INDEX) = LOG-PROGRAM-NAME                 261015MA
029535        MOVE "Y"               TO WS-FOUND-SW                     261015MA
029540        GO TO B3220-NOTE.                                         261015MA
029545     SUBTRACT 1 FROM OPN-INDEX.                                   261015MA
029550     GO TO B3216-HUNT.                                            261015MA
029600 B3220-NOTE.                                                      260902MA
029700     IF NOT START-ENTRY-FOUND                                     260902MA
029800        GO TO B3200-EXIT.                                         260902MA
