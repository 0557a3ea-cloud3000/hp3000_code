002300*-----------------------------------------------------------------260902MA
002400* MODIFICATION HISTORY                                            260902MA
002500* 260902MA  INITIAL VERSION.                                      260902MA
002510* 261004MA  EACH CERTIFICATE NOW TRACED TO THE RETSCHD RETENTION  261004MA
002520*            DECISION (RETDEC) THAT SCHEDULED THE WIPE; A         261004MA
002530*            CERTIFICATE WITH NO DECISION BEHIND IT IS AN         261004MA
002540*            EXCEPTION.  CLEANDSK RUNS WITH NOTHING TO WIPE ARE   261004MA
002550*            NO LONGER FLAGGED.                                   261004MA
002560* 261005MA  CLAUDIT RECORD WIDENED TO 122 BYTES FOR THE AUDLOG    261005MA
002570*            SEQUENCE NUMBER AND CHAIN CHECK VALUE.               261005MA
002600*-----------------------------------------------------------------260902MA
002700*                                                                 260902MA
002800 ENVIRONMENT DIVISION.                                            260902MA
003800     SELECT RECONFIL  ASSIGN TO "CLNRECN,,,,500".                 260902MA
003900     SELECT AUDITFIL  ASSIGN TO "CLAUDIT,,,,50000".               260902MA
004000     SELECT RPTFILE   ASSIGN TO "CRGRPT,,,,2000".                 260902MA
004050     SELECT DECFILE   ASSIGN TO "RETDEC,,,,50000".                261004MA
004100*                                                                 260902MA
004200 DATA DIVISION.                                                   260902MA
004300 FILE SECTION.                                                    260902MA
006200     03  RCN-RUN-TIME          PIC X(08).                         260902MA
006300*                                                                 260902MA
006400 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         260902MA
006500     RECORD CONTAINS 122 CHARACTERS.                              261005MA
006600 01  AUDIT-RECORD.                                                260902MA
006700     03  AUD-PROGRAM-NAME      PIC X(08).                         260902MA
006800     03  AUD-OPERATOR          PIC X(08).                         260902MA
007100     03  AUD-OUTCOME           PIC X(08).                         260902MA
007200     03  AUD-PARM-1            PIC X(26).                         260902MA
007300     03  AUD-PARM-2            PIC X(10).                         260902MA
007320     03  AUD-SEQ-NO            PIC 9(09).                         261005MA
007340     03  AUD-CHAIN-CHECK       PIC X(20).                         261005MA
007400*                                                                 260902MA
007405*The RETSCHD retention decision log -- one record per file it     261004MA
007410*put into CLNCTL, with the policy and sign-off behind it.         261004MA
007415 FD  DECFILE DATA RECORD IS DEC-RECORD                            261004MA
007420     RECORD CONTAINS 87 CHARACTERS.                               261004MA
007425 01  DEC-RECORD.                                                  261004MA
007430     03  RDC-FILE-NAME         PIC X(34).                         261004MA
007435     03  RDC-CLASS             PIC X(08).                         261004MA
007440     03  RDC-RETAIN-DAYS       PIC 9(05).                         261004MA
007445     03  RDC-START-DATE        PIC 9(08).                         261004MA
007450     03  RDC-DUE-DATE          PIC 9(08).                         261004MA
007455     03  RDC-SIGNED-BY         PIC X(08).                         261004MA
007460     03  RDC-SIGNED-DATE       PIC 9(08).                         261004MA
007465     03  RDC-SCHEDULED-DATE    PIC 9(08).                         261004MA
007470*                                                                 261004MA
007500 FD  RPTFILE DATA RECORD IS RPT-RECORD                            260902MA
007600     RECORD CONTAINS 132 CHARACTERS.                              260902MA
007700 01  RPT-RECORD               PIC X(132).                         260902MA
011500       05 RN-POST-COUNT      PIC 9(09).                           260902MA
011600       05 RN-RUN-TIME        PIC X(08).                           260902MA
011700*                                                                 260902MA
011705*Every retention decision, to trace each certificate back to      261004MA
011710*the policy that ordered the wipe.                                261004MA
011715 77 DC-COUNT                PIC S9(04) COMP VALUE 0.              261004MA
011720 77 DC-INDEX                PIC S9(04) COMP VALUE 0.              261004MA
011725 77 MAX-DC-ENTRIES          PIC S9(04) COMP VALUE 2000.           261004MA
011730 01 DEC-TABLE.                                                    261004MA
011735    03 DC-ENTRY OCCURS 2000.                                      261004MA
011740       05 DC-FILE-NAME       PIC X(34).                           261004MA
011745       05 DC-CLASS           PIC X(08).                           261004MA
011750       05 DC-RETAIN-DAYS     PIC 9(05).                           261004MA
011755       05 DC-START-DATE      PIC 9(08).                           261004MA
011760       05 DC-DUE-DATE        PIC 9(08).                           261004MA
011765       05 DC-SIGNED-BY       PIC X(08).                           261004MA
011770       05 DC-SIGNED-DATE     PIC 9(08).                           261004MA
011775       05 DC-SCHEDULED-DATE  PIC 9(08).                           261004MA
011780 77 WS-POLICY-EXCEPT        PIC S9(05) COMP VALUE 0.              261004MA
011785 01 ED-DAYS                 PIC ZZZZ9.                            261004MA
011790*                                                                 261004MA
011800 01 WS-FOUND-SW             PIC X(01) VALUE "N".                  260902MA
011900    88 MATCH-FOUND                   VALUE "Y".                   260902MA
012000 77 WS-REG-COUNT            PIC S9(05) COMP VALUE 0.              260902MA
015300     PERFORM A0100-GET-PARMS THRU A0100-EXIT.                     260902MA
015400     PERFORM B1000-LOAD-CERTS THRU B1000-EXIT.                    260902MA
015500     PERFORM B2000-LOAD-RECON THRU B2000-EXIT.                    260902MA
015550     PERFORM B3000-LOAD-DECISIONS THRU B3000-EXIT.                261004MA
015600     OPEN OUTPUT RPTFILE.                                         260902MA
015700     PERFORM C1000-REGISTER-SECTION THRU C1000-EXIT.              260902MA
015800     PERFORM C2000-EXCEPTION-SECTION THRU C2000-EXIT.             260902MA
024900 B2090-DONE.                                                      260902MA
025000     CLOSE RECONFIL.                                              260902MA
025100 B2000-EXIT.  EXIT.                                               260902MA
025102*                                                                 261004MA
025104*B3000-LOAD-DECISIONS loads RETDEC.  No file means no wipe has    261004MA
025106*yet been scheduled from the retention policy.                    261004MA
025108 B3000-LOAD-DECISIONS.                                            261004MA
025110     OPEN INPUT DECFILE.                                          261004MA
025112     IF CC <> 0                                                   261004MA
025114        DISPLAY "CERTREG: no retention decision log on record"    261004MA
025116        GO TO B3000-EXIT                                          261004MA
025118     END-IF.                                                      261004MA
025120 B3010-READ.                                                      261004MA
025122     READ DECFILE                                                 261004MA
025124        AT END                                                    261004MA
025126           GO TO B3090-DONE.                                      261004MA
025128     IF DC-COUNT >= MAX-DC-ENTRIES                                261004MA
025130        DISPLAY "CERTREG: decision table full, entry dropped"     261004MA
025132        GO TO B3010-READ.                                         261004MA
025134     ADD 1                     TO DC-COUNT.                       261004MA
025136     MOVE RDC-FILE-NAME        TO DC-FILE-NAME(DC-COUNT).         261004MA
025138     MOVE RDC-CLASS            TO DC-CLASS(DC-COUNT).             261004MA
025140     MOVE RDC-RETAIN-DAYS      TO DC-RETAIN-DAYS(DC-COUNT).       261004MA
025142     MOVE RDC-START-DATE       TO DC-START-DATE(DC-COUNT).        261004MA
025144     MOVE RDC-DUE-DATE         TO DC-DUE-DATE(DC-COUNT).          261004MA
025146     MOVE RDC-SIGNED-BY        TO DC-SIGNED-BY(DC-COUNT).         261004MA
025148     MOVE RDC-SIGNED-DATE      TO DC-SIGNED-DATE(DC-COUNT).       261004MA
025150     MOVE RDC-SCHEDULED-DATE   TO DC-SCHEDULED-DATE(DC-COUNT).    261004MA
025152     GO TO B3010-READ.                                            261004MA
025154 B3090-DONE.                                                      261004MA
025156     CLOSE DECFILE.                                               261004MA
025158 B3000-EXIT.  EXIT.                                               261004MA
025200*                                                                 260902MA
025300*=========================================================        260902MA
025400*Section one -- every certificated wipe in the range, with        260902MA
032700                               TO RPT-RECORD                      260902MA
032800        WRITE RPT-RECORD                                          260902MA
032900     END-IF.                                                      260902MA
032902     PERFORM C1300-FIND-DECISION THRU C1300-EXIT.                 261004MA
032904     IF MATCH-FOUND                                               261004MA
032906        MOVE DC-RETAIN-DAYS(DC-INDEX) TO ED-DAYS                  261004MA
032908        MOVE SPACES            TO RPT-RECORD                      261004MA
032910        STRING "    POLICY: CLASS " DELIMITED BY SIZE             261004MA
032912               DC-CLASS(DC-INDEX) DELIMITED BY SIZE               261004MA
032914               " RETAIN" ED-DAYS DELIMITED BY SIZE                261004MA
032916               " DAYS FROM " DELIMITED BY SIZE                    261004MA
032918               DC-START-DATE(DC-INDEX) DELIMITED BY SIZE          261004MA
032920               " DUE " DELIMITED BY SIZE                          261004MA
032922               DC-DUE-DATE(DC-INDEX) DELIMITED BY SIZE            261004MA
032924               " SIGNED OFF BY " DELIMITED BY SIZE                261004MA
032926               DC-SIGNED-BY(DC-INDEX) DELIMITED BY SIZE           261004MA
032928               " ON " DELIMITED BY SIZE                           261004MA
032930               DC-SIGNED-DATE(DC-INDEX) DELIMITED BY SIZE         261004MA
032932          INTO RPT-RECORD                                         261004MA
032934        WRITE RPT-RECORD                                          261004MA
032936     ELSE                                                         261004MA
032938        MOVE "    (no retention policy decision for this wipe)"   261004MA
032940                               TO RPT-RECORD                      261004MA
032942        WRITE RPT-RECORD                                          261004MA
032944     END-IF.                                                      261004MA
033000 C1100-EXIT.  EXIT.                                               260902MA
033100*                                                                 260902MA
033200*C1200-FIND-RECON takes the last reconciliation row for the       260902MA
034400     SUBTRACT 1 FROM RN-INDEX.                                    260902MA
034500     GO TO C1210-HUNT.                                            260902MA
034600 C1200-EXIT.  EXIT.                                               260902MA
034605*                                                                 261004MA
034610*C1300-FIND-DECISION takes the last retention decision for the    261004MA
034615*certificate's file scheduled on or before the certificate's      261004MA
034620*date -- the decision the wipe carried out.                       261004MA
034625 C1300-FIND-DECISION.                                             261004MA
034630     MOVE "N"                  TO WS-FOUND-SW.                    261004MA
034635     MOVE DC-COUNT             TO DC-INDEX.                       261004MA
034640 C1310-HUNT.                                                      261004MA
034645     IF DC-INDEX < 1                                              261004MA
034650        GO TO C1300-EXIT.                                         261004MA
034655     IF DC-FILE-NAME(DC-INDEX) = CT-FILE-NAME(CT-INDEX)           261004MA
034660        AND DC-SCHEDULED-DATE(DC-INDEX) <= CT-DATE-NUM(CT-INDEX)  261004MA
034665        MOVE "Y"               TO WS-FOUND-SW                     261004MA
034670        GO TO C1300-EXIT.                                         261004MA
034675     SUBTRACT 1 FROM DC-INDEX.                                    261004MA
034680     GO TO C1310-HUNT.                                            261004MA
034685 C1300-EXIT.  EXIT.                                               261004MA
034700*                                                                 260902MA
034800*=========================================================        260902MA
034900*Section two -- the exceptions: wipes the certificates do         260902MA
036200                               TO RPT-RECORD                      260902MA
036300        WRITE RPT-RECORD                                          260902MA
036400     END-IF.                                                      260902MA
036450     PERFORM C2300-POLICY-EXCEPTIONS THRU C2300-EXIT.             261004MA
036500 C2000-EXIT.  EXIT.                                               260902MA
036600*                                                                 260902MA
036700*C2100-RECON-EXCEPTIONS flags every reconciliation row whose      260902MA
042400        GO TO C2210-READ.                                         260902MA
042500     IF AUD-EVENT NOT = "FINISH"                                  260902MA
042600        GO TO C2210-READ.                                         260902MA
042620*A batch run with nothing due for destruction wipes nothing and   261004MA
042640*certifies nothing.                                               261004MA
042660     IF AUD-PARM-2 = "NO FILES"                                   261004MA
042680        GO TO C2210-READ.                                         261004MA
042700     MOVE AUD-TIMESTAMP        TO TS-WORK.                        260902MA
042800     PERFORM E1000-PARSE-TS-DATE THRU E1000-EXIT.                 260902MA
042900     IF NOT TS-PARSED                                             260902MA
046300     ADD 1                     TO CT-INDEX.                       260902MA
046400     GO TO C2260-HUNT.                                            260902MA
046500 C2250-EXIT.  EXIT.                                               260902MA
046502*                                                                 261004MA
046504*C2300-POLICY-EXCEPTIONS flags every certificate in the range     261004MA
046506*with no retention decision behind it -- a wipe an operator       261004MA
046508*ordered by hand, outside the retention policy.                   261004MA
046510 C2300-POLICY-EXCEPTIONS.                                         261004MA
046512     MOVE SPACES               TO RPT-RECORD.                     261004MA
046514     WRITE RPT-RECORD.                                            261004MA
046516     MOVE "EXCEPTIONS -- WIPES WITHOUT A RETENTION DECISION:"     261004MA
046518                               TO RPT-RECORD.                     261004MA
046520     WRITE RPT-RECORD.                                            261004MA
046522     MOVE 1                    TO CT-INDEX.                       261004MA
046524 C2310-NEXT.                                                      261004MA
046526     IF CT-INDEX > CT-COUNT                                       261004MA
046528        GO TO C2390-DONE.                                         261004MA
046530     IF CT-IN-RANGE-SW(CT-INDEX) NOT = "Y"                        261004MA
046532        ADD 1                  TO CT-INDEX                        261004MA
046534        GO TO C2310-NEXT.                                         261004MA
046536     PERFORM C1300-FIND-DECISION THRU C1300-EXIT.                 261004MA
046538     IF NOT MATCH-FOUND                                           261004MA
046540        ADD 1                  TO WS-POLICY-EXCEPT                261004MA
046542        ADD 1                  TO WS-EXCEPT-COUNT                 261004MA
046544        MOVE SPACES            TO RPT-RECORD                      261004MA
046546        STRING "*** " DELIMITED BY SIZE                           261004MA
046548               CT-FILE-NAME(CT-INDEX) DELIMITED BY SIZE           261004MA
046550               " CERTIFIED " DELIMITED BY SIZE                    261004MA
046552               CT-TIMESTAMP(CT-INDEX) DELIMITED BY SIZE           261004MA
046554               " -- NO RETENTION POLICY DECISION"                 261004MA
046556               DELIMITED BY SIZE                                  261004MA
046558          INTO RPT-RECORD                                         261004MA
046560        WRITE RPT-RECORD                                          261004MA
046562     END-IF.                                                      261004MA
046564     ADD 1                     TO CT-INDEX.                       261004MA
046566     GO TO C2310-NEXT.                                            261004MA
046568 C2390-DONE.                                                      261004MA
046570     IF WS-POLICY-EXCEPT = 0                                      261004MA
046572        MOVE "    (none -- every wipe traces to a decision)"      261004MA
046574                               TO RPT-RECORD                      261004MA
046576        WRITE RPT-RECORD                                          261004MA
046578     END-IF.                                                      261004MA
046580 C2300-EXIT.  EXIT.                                               261004MA
046600*                                                                 260902MA
046700*E1000-PARSE-TS-DATE reduces the DATELINE stamp in TS-WORK --     260902MA
046800*"FRI, AUG 22, 2026, 11:59 PM" -- to numeric YYYYMMDD in          260902MA
