001900*                                                                 260822MA
002000* READS THE SHARED CLAUDIT AUDIT-TRAIL LOG AUDLOG WRITES FOR      260822MA
002100* CL2HTML, CLEANDSK, DMY000 AND DOCVERF, PAIRS EACH START WITH    260822MA
002200* ITS MATCHING FINISH BY PROGRAM NAME, PARM-1 AND TIMESTAMP, AND  261015MA
002300* PRINTS A MORNING OPERATIONS SUMMARY -- RUNS PER PROGRAM,        261015MA
002400* ELAPSED RUN TIMES, OUTCOMES, AND EVERY START THAT NEVER GOT A   261015MA
002500* FINISH, WHICH IS HOW AN ABENDED STEP IS FOUND BEFORE THE USERS  261015MA
002550* DO.                                                             261015MA
002600*-----------------------------------------------------------------260822MA
002700* MODIFICATION HISTORY                                            260822MA
002800* 260822MA  INITIAL VERSION.                                      260822MA
002820* 260902MA  AUDSUM NOW KEPT AS DATED GENERATIONS THROUGH          260902MA
002840*            GENKEEP.                                             260902MA
002860* 261005MA  CLAUDIT RECORD WIDENED TO 122 BYTES FOR THE AUDLOG    261005MA
002880*            SEQUENCE NUMBER AND CHAIN CHECK VALUE.               261005MA
002885* 261015MA  A FINISH NOW PAIRS WITH THE OPEN START FOR THE SAME   261015MA
002890*            PROGRAM AND PARM-1 -- THE PARALLEL REFRESH WORKERS   261015MA
002895*            OVERLAP, ONE PER GROUP CONTROL FILE.                 261015MA
002900*-----------------------------------------------------------------260822MA
003000*                                                                 260822MA
003100 ENVIRONMENT DIVISION.                                            260822MA
004800 FILE SECTION.                                                    260822MA
004900*                                                                 260822MA
005000 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         260822MA
005100     RECORD CONTAINS 122 CHARACTERS.                              261005MA
005200 01  AUDIT-RECORD.                                                260822MA
005300     03  AUD-PROGRAM-NAME      PIC X(08).                         260822MA
005400     03  AUD-OPERATOR          PIC X(08).                         260822MA
005700     03  AUD-OUTCOME           PIC X(08).                         260822MA
005800     03  AUD-PARM-1            PIC X(26).                         260822MA
005900     03  AUD-PARM-2            PIC X(10).                         260822MA
005920     03  AUD-SEQ-NO            PIC 9(09).                         261005MA
005940     03  AUD-CHAIN-CHECK       PIC X(20).                         261005MA
006000*                                                                 260822MA
006100 FD  RPTFILE DATA RECORD IS RPT-RECORD                            260822MA
006200     RECORD CONTAINS 132 CHARACTERS.                              260822MA
007440     03  GK-PREFIX             PIC X(04) VALUE "AUDS".            260902MA
007500*                                                                 260822MA
007600*Open STARTs still waiting for their FINISH -- a FINISH pairs     260822MA
007700*with the most recent open START for the same program and PARM-1, 261015MA
007750*or by program name alone when none matches.                      261015MA
007800 77  OPN-COUNT                PIC S9(04) COMP VALUE 0.            260822MA
007900 77  OPN-INDEX                PIC S9(04) COMP VALUE 0.            260822MA
008000 77  OPN-SHIFT                PIC S9(04) COMP VALUE 0.            260822MA
008400         05  OPN-PROGRAM       PIC X(08).                         260822MA
008500         05  OPN-OPERATOR      PIC X(08).                         260822MA
008600         05  OPN-TIMESTAMP     PIC X(27).                         260822MA
008650         05  OPN-PARM-1        PIC X(26).                         261015MA
008700*                                                                 260822MA
008800*Per-program totals for the summary section.                      260822MA
008900 77  TOT-COUNT                PIC S9(04) COMP VALUE 0.            260822MA
023400        MOVE AUD-PROGRAM-NAME  TO OPN-PROGRAM(OPN-COUNT)          260822MA
023500        MOVE AUD-OPERATOR      TO OPN-OPERATOR(OPN-COUNT)         260822MA
023600        MOVE AUD-TIMESTAMP     TO OPN-TIMESTAMP(OPN-COUNT)        260822MA
023650        MOVE AUD-PARM-1        TO OPN-PARM-1(OPN-COUNT)           261015MA
023700     ELSE                                                         260822MA
023800        DISPLAY "AUDRPT: open-start table full, START for "       260822MA
023900                AUD-PROGRAM-NAME " not tracked"                   260822MA
024000     END-IF.                                                      260822MA
024100 B1100-EXIT.  EXIT.                                               260822MA
024200*                                                                 260822MA
024300*B1200-MATCH-FINISH pairs this FINISH with the most recent open   261015MA
024400*START for the same program and PARM-1 -- overlapping runs of one 261015MA
024500*program, such as the parallel refresh workers, one per group     261015MA
024520*control file, each find their own -- or, when no PARM-1          261015MA
024540*matches, by program name alone.  It reports the elapsed run and  261015MA
024560*frees the table slot.                                            261015MA
024600 B1200-MATCH-FINISH.                                              260822MA
024700     MOVE "N"                  TO AUDRPT-FOUND-SW.                260822MA
024800     MOVE OPN-COUNT            TO OPN-INDEX.                      260822MA
024900 B1200-HUNT.                                                      260822MA
025000     IF OPN-INDEX < 1                                             260822MA
025100        GO TO B1200-BY-NAME.                                      261015MA
025200     IF OPN-PROGRAM(OPN-INDEX) = AUD-PROGRAM-NAME                 260822MA
025250        AND OPN-PARM-1(OPN-INDEX) = AUD-PARM-1                    261015MA
025300        MOVE "Y"               TO AUDRPT-FOUND-SW                 260822MA
025400        GO TO B1200-NOTE.                                         260822MA
025500     SUBTRACT 1 FROM OPN-INDEX.                                   260822MA
025600     GO TO B1200-HUNT.                                            260822MA
025605 B1200-BY-NAME.                                                   261015MA
025610     MOVE OPN-COUNT            TO OPN-INDEX.                      261015MA
025615 B1200-NAME-HUNT.                                                 261015MA
025620     IF OPN-INDEX < 1                                             261015MA
025625        GO TO B1200-NOTE.                                         261015MA
025630     IF OPN-PROGRAM(OPN-INDEX) = AUD-PROGRAM-NAME                 261015MA
025635        MOVE "Y"               TO AUDRPT-FOUND-SW                 261015MA
025640        GO TO B1200-NOTE.                                         261015MA
025645     SUBTRACT 1 FROM OPN-INDEX.                                   261015MA
025650     GO TO B1200-NAME-HUNT.                                       261015MA
025700 B1200-NOTE.                                                      260822MA
025800     IF NOT START-ENTRY-FOUND                                     260822MA
025900        MOVE SPACES            TO DETAIL-LINE                     260822MA
