002100* TO THE SHARED RUN-LOG EACH TIME ANY OF THEM STARTS OR           260809MA
002200* FINISHES -- PROGRAM NAME, OPERATOR, EVENT, TIMESTAMP,           260809MA
002300* OUTCOME, AND THE CALLING PROGRAMS OWN KEY PARAMETERS.           260809MA
002305*                                                                 261005MA
002310* EVERY RECORD ALSO CARRIES A SEQUENCE NUMBER AND A CHECK VALUE   261005MA
002315* (AUDCHAIN) CHAINED FROM THE RECORD BEFORE IT, SO AUDVERF CAN    261005MA
002320* PROVE THE LOG -- ARCHIVES AND ALL -- HAS NOT BEEN EDITED,       261005MA
002325* TRIMMED OR REORDERED.  THE LAST NUMBER AND CHECK VALUE ISSUED   261005MA
002330* ARE KEPT IN THE ONE-SLOT CLAUDHD CHAIN HEAD, HELD UNDER ONE     261005MA
002335* EXCLUSIVE OPEN I-O FOR THE WHOLE APPEND (THE RUNLOCK WAY) SO    261005MA
002340* TWO CALLERS ARRIVING TOGETHER CANNOT TAKE THE SAME NUMBER.  A   261005MA
002345* MISSING CHAIN HEAD IS REBUILT FROM THE LAST NUMBERED RECORD IN  261005MA
002350* CLAUDIT OR THE CLAUDAX ARCHIVE INDEX.  RECORDS WRITTEN BEFORE   261005MA
002355* THE CHAIN BEGAN CARRY A BLANK SEQUENCE NUMBER; WHEN CLAUDIT     261005MA
002360* AND ITS ARCHIVES ARE REBUILT AT 122 BYTES (FCOPY INTO A FILE    261005MA
002365* BUILT REC=-122) THEIR OLD RECORDS ARE PADDED THAT WAY.          261005MA
002400*-----------------------------------------------------------------260809MA
002500* MODIFICATION HISTORY                                            260809MA
002600* 260809MA  INITIAL VERSION.                                      260809MA
002620* 261005MA  SEQUENCE NUMBER AND CHAINED CHECK VALUE ON EVERY      261005MA
002640*            RECORD, ISSUED UNDER THE CLAUDHD CHAIN HEAD.         261005MA
002660*            CLAUDIT WIDENED TO 122 BYTES.                        261005MA
002700*-----------------------------------------------------------------260809MA
002800*                                                                 260809MA
002900 ENVIRONMENT DIVISION.                                            260809MA
003900*Append-only audit log shared by all three utilities -- sized     260809MA
003950*for years of START/FINISH pairs from nightly runs of all three.  260809MA
004000     SELECT AUDITFIL  ASSIGN TO "CLAUDIT,,,,50000".               260809MA
004005*                                                                 261005MA
004010*The chain head -- one slot holding the last sequence number and  261005MA
004015*check value issued.  Held exclusive for the whole append.        261005MA
004020     SELECT HEADFIL   ASSIGN TO "CLAUDHD,,,,1"                    261005MA
004025        ORGANIZATION IS RELATIVE                                  261005MA
004030        ACCESS MODE IS RANDOM                                     261005MA
004035        RELATIVE KEY IS WS-HEAD-SLOT.                             261005MA
004040*                                                                 261005MA
004045*AUDARCH's index of archived sequence ranges, read only when the  261005MA
004050*chain head has to be rebuilt.                                    261005MA
004055     SELECT INDEXFIL  ASSIGN TO "CLAUDAX,,,,1000".                261005MA
004100*                                                                 260809MA
004200 DATA DIVISION.                                                   260809MA
004300 FILE SECTION.                                                    260809MA
004400*                                                                 260809MA
004500 FD  AUDITFIL DATA RECORD IS AUDIT-RECORD                         260809MA
004600     RECORD CONTAINS 122 CHARACTERS.                              261005MA
004700 01  AUDIT-RECORD.                                                260809MA
004800     03  AUD-PROGRAM-NAME      PIC X(08).                         260809MA
004900     03  AUD-OPERATOR          PIC X(08).                         260809MA
005200     03  AUD-OUTCOME           PIC X(08).                         260809MA
005300     03  AUD-PARM-1            PIC X(26).                         260809MA
005400     03  AUD-PARM-2            PIC X(10).                         260809MA
005402     03  AUD-SEQ-NO            PIC 9(09).                         261005MA
005404     03  AUD-CHAIN-CHECK       PIC X(20).                         261005MA
005406*The part of the record the check value covers.                   261005MA
005408 01  AUDIT-CHAIN-VIEW.                                            261005MA
005410     03  ACV-CHAINED           PIC X(102).                        261005MA
005412     03  ACV-CHECK             PIC X(20).                         261005MA
005414*                                                                 261005MA
005416 FD  HEADFIL DATA RECORD IS HEAD-RECORD                           261005MA
005418     RECORD CONTAINS 64 CHARACTERS.                               261005MA
005420 01  HEAD-RECORD.                                                 261005MA
005422     03  HD-LAST-SEQ           PIC 9(09).                         261005MA
005424     03  HD-LAST-CHECK         PIC X(20).                         261005MA
005426     03  HD-TIMESTAMP          PIC X(27).                         261005MA
005428     03  HD-PROGRAM            PIC X(08).                         261005MA
005430*                                                                 261005MA
005432*Same archive index layout AUDARCH writes.                        261005MA
005434 FD  INDEXFIL DATA RECORD IS AX-RECORD                            261005MA
005436     RECORD CONTAINS 125 CHARACTERS.                              261005MA
005438 01  AX-RECORD.                                                   261005MA
005440     03  AX-ARCH-FILE          PIC X(34).                         261005MA
005442     03  AX-FIRST-SEQ          PIC 9(09).                         261005MA
005444     03  AX-LAST-SEQ           PIC 9(09).                         261005MA
005445     03  AX-START-REC          PIC 9(09).                         261005MA
005446     03  AX-RECORDS            PIC 9(09).                         261005MA
005448     03  AX-LAST-CHECK         PIC X(20).                         261005MA
005450     03  AX-CUTOFF-DATE        PIC 9(08).                         261005MA
005452     03  AX-TIMESTAMP          PIC X(27).                         261005MA
005500*                                                                 260809MA
005600 WORKING-STORAGE SECTION.                                         260809MA
005700*                                                                 260809MA
005702 01 WS-HEAD-SLOT            PIC 9(04) VALUE 1.                    261005MA
005704 01 WS-HEAD-OPEN-SW         PIC X(01) VALUE "N".                  261005MA
005706    88 HEAD-OPEN                     VALUE "Y".                   261005MA
005708 01 WS-CREATED-SW           PIC X(01) VALUE "N".                  261005MA
005710    88 CREATE-TRIED                  VALUE "Y".                   261005MA
005712 01 WS-LINK-SW              PIC X(01) VALUE "N".                  261005MA
005714    88 LINK-READY                    VALUE "Y".                   261005MA
005716 77 WS-OPEN-TRIES           PIC S9(04) COMP VALUE 0.              261005MA
005718 77 MAX-TRIES               PIC S9(04) COMP VALUE 150.            261005MA
005720*                                                                 261005MA
005722*Chain head rebuilt from the log and the archive index, and the   261005MA
005724*caller's entry set aside while the log is read for it.           261005MA
005726 01 WS-LAST-SEQ             PIC 9(09) VALUE 0.                    261005MA
005728 01 WS-LAST-CHECK           PIC X(20) VALUE ZEROS.                261005MA
005730 01 WS-PENDING-RECORD       PIC X(122) VALUE SPACES.              261005MA
005732 01 ED-SEQ                  PIC Z(08)9.                           261005MA
005734*                                                                 261005MA
005736*Existence check through FFILEINFO -- a chain head that is there  261005MA
005738*but busy must never be recreated over.                           261005MA
005740 01 WS-HEAD-NAME            PIC X(34) VALUE "CLAUDHD".            261005MA
005742 01 FF-ITEM-CHANGED-DATE    PIC S9(9) COMP SYNC VALUE 180.        261005MA
005744 01 FF-STATUS               PIC S9(9) COMP SYNC VALUE 0.          261005MA
005746 01 FF-ACTUAL-LEN           PIC S9(9) COMP SYNC VALUE 0.          261005MA
005748 01 WS-CHK-DATE             PIC X(27) VALUE SPACES.               261005MA
005750*                                                                 261005MA
005752*The two-second retry pause goes through the CI, as in RUNLOCK.   261005MA
005754 01 WS-CMD-IMAGE            PIC X(20) VALUE SPACES.               261005MA
005756 01 WS-CMD-ERROR            PIC S9(04) COMP VALUE 0.              261005MA
005758 01 WS-CMD-PARM             PIC S9(04) COMP VALUE 0.              261005MA
005760 01 WS-CR-WORD              PIC S9(04) COMP VALUE 13.             261005MA
005762 01 WS-CR-WORD-R REDEFINES WS-CR-WORD.                            261005MA
005764    03 FILLER               PIC X(01).                            261005MA
005766    03 WS-CR                PIC X(01).                            261005MA
005800 LINKAGE SECTION.                                                 260809MA
005900*                                                                 260809MA
006000*Fields the calling program fills in before the CALL;             260809MA
007900     MOVE AL-PARM-1            TO AUD-PARM-1.                     260809MA
008000     MOVE AL-PARM-2            TO AUD-PARM-2.                     260809MA
008100     CALL INTRINSIC "DATELINE" USING AUD-TIMESTAMP.               260809MA
008200     MOVE 0                    TO RETURN-CODE.                    261005MA
008300     MOVE 0                    TO AUD-SEQ-NO.                     261005MA
008400     MOVE SPACES               TO AUD-CHAIN-CHECK.                261005MA
008500     PERFORM B1000-OPEN-HEAD THRU B1000-EXIT.                     261005MA
008600     IF HEAD-OPEN                                                 261005MA
008700        PERFORM B2000-NEXT-LINK THRU B2000-EXIT                   261005MA
008800     END-IF.                                                      261005MA
008900*An entry that cannot be numbered is still written -- losing it   261005MA
009000*would be worse -- and AUDVERF lists it as unnumbered.            261005MA
009100     IF NOT LINK-READY                                            261005MA
009200        DISPLAY "AUDLOG: chain head CLAUDHD unavailable -- entry "261005MA
009300                "written without a sequence number"               261005MA
009400        MOVE 0                 TO AUD-SEQ-NO                      261005MA
009500        MOVE SPACES            TO AUD-CHAIN-CHECK                 261005MA
009600        MOVE 1                 TO RETURN-CODE                     261005MA
009700     END-IF.                                                      261005MA
009800     OPEN EXTEND AUDITFIL.                                        261005MA
009900     IF CC <> 0                                                   261005MA
010000        OPEN OUTPUT AUDITFIL                                      261005MA
010100     END-IF.                                                      261005MA
010200     WRITE AUDIT-RECORD.                                          261005MA
010300     IF CC NOT = 0                                                261005MA
010400        DISPLAY "AUDLOG: WRITE to audit log failed, CC=" CC       261005MA
010500        MOVE 1             TO RETURN-CODE                         261005MA
010600     ELSE                                                         261005MA
010700        IF LINK-READY                                             261005MA
010800           PERFORM B3000-ADVANCE-HEAD THRU B3000-EXIT             261005MA
010900        END-IF                                                    261005MA
011000     END-IF.                                                      261005MA
011100     CLOSE AUDITFIL.                                              261005MA
011200     IF HEAD-OPEN                                                 261005MA
011300        CLOSE HEADFIL                                             261005MA
011400     END-IF.                                                      261005MA
011500     GOBACK.                                                      261005MA
011600 0-BEGIN-EXIT.  EXIT.                                             261005MA
011700*                                                                 261005MA
011800*B1000-OPEN-HEAD holds the chain head under one exclusive OPEN    261005MA
011900*I-O for the whole append.  A head that is not there yet is       261005MA
012000*built once; an open refused because another caller is appending  261005MA
012100*right now is retried after a pause -- that refusal is what keeps 261005MA
012200*two callers from taking the same number.                         261005MA
012300 B1000-OPEN-HEAD.                                                 261005MA
012400     MOVE "N"                  TO WS-HEAD-OPEN-SW WS-CREATED-SW.  261005MA
012500     MOVE 0                    TO WS-OPEN-TRIES.                  261005MA
012600 B1010-OPEN.                                                      261005MA
012700     OPEN I-O HEADFIL.                                            261005MA
012800     IF CC = 0                                                    261005MA
012900        MOVE "Y"               TO WS-HEAD-OPEN-SW                 261005MA
013000        GO TO B1000-EXIT.                                         261005MA
013100     IF NOT CREATE-TRIED                                          261005MA
013200        MOVE "Y"               TO WS-CREATED-SW                   261005MA
013300        PERFORM B1100-CREATE-HEAD THRU B1100-EXIT                 261005MA
013400        GO TO B1010-OPEN.                                         261005MA
013500     IF WS-OPEN-TRIES < MAX-TRIES                                 261005MA
013600        ADD 1                  TO WS-OPEN-TRIES                   261005MA
013700        PERFORM B4000-PAUSE THRU B4000-EXIT                       261005MA
013800        GO TO B1010-OPEN.                                         261005MA
013900 B1000-EXIT.  EXIT.                                               261005MA
014000*                                                                 261005MA
014100*B1100-CREATE-HEAD builds the chain head when there is none,      261005MA
014200*taking up the chain where the log or its archives leave off.     261005MA
014300*A head that exists is only busy, and is left alone.              261005MA
014400 B1100-CREATE-HEAD.                                               261005MA
014500     CALL INTRINSIC "FFILEINFO" USING WS-HEAD-NAME,               261005MA
014600                                      FF-ITEM-CHANGED-DATE,       261005MA
014700                                      FF-STATUS,                  261005MA
014800                                      WS-CHK-DATE,                261005MA
014900                                      FF-ACTUAL-LEN.              261005MA
015000     IF FF-STATUS = 0                                             261005MA
015100        GO TO B1100-EXIT.                                         261005MA
015200     MOVE AUDIT-RECORD         TO WS-PENDING-RECORD.              261005MA
015300     PERFORM B1200-FIND-LAST-LINK THRU B1200-EXIT.                261005MA
015400     MOVE WS-PENDING-RECORD    TO AUDIT-RECORD.                   261005MA
015500     OPEN OUTPUT HEADFIL.                                         261005MA
015600     IF CC <> 0                                                   261005MA
015700        GO TO B1100-EXIT.                                         261005MA
015800     MOVE 1                    TO WS-HEAD-SLOT.                   261005MA
015900     MOVE SPACES               TO HEAD-RECORD.                    261005MA
016000     MOVE WS-LAST-SEQ          TO HD-LAST-SEQ.                    261005MA
016100     MOVE WS-LAST-CHECK        TO HD-LAST-CHECK.                  261005MA
016200     CALL INTRINSIC "DATELINE" USING HD-TIMESTAMP.                261005MA
016300     MOVE "AUDLOG"             TO HD-PROGRAM.                     261005MA
016400     WRITE HEAD-RECORD                                            261005MA
016500        INVALID KEY                                               261005MA
016600           DISPLAY "AUDLOG: cannot format the chain head".        261005MA
016700     CLOSE HEADFIL.                                               261005MA
016800     MOVE WS-LAST-SEQ          TO ED-SEQ.                         261005MA
016900     DISPLAY "AUDLOG: chain head CLAUDHD built at sequence "      261005MA
017000             ED-SEQ.                                              261005MA
017100 B1100-EXIT.  EXIT.                                               261005MA
017200*                                                                 261005MA
017300*B1200-FIND-LAST-LINK takes the highest sequence number in the    261005MA
017400*archive index and then in the live log, with its check value.    261005MA
017500*Neither file being there means the chain starts at one.          261005MA
017600 B1200-FIND-LAST-LINK.                                            261005MA
017700     MOVE 0                    TO WS-LAST-SEQ.                    261005MA
017800     MOVE ZEROS                TO WS-LAST-CHECK.                  261005MA
017900     OPEN INPUT INDEXFIL.                                         261005MA
018000     IF CC <> 0                                                   261005MA
018100        GO TO B1250-LIVE-LOG.                                     261005MA
018200 B1210-READ-INDEX.                                                261005MA
018300     READ INDEXFIL                                                261005MA
018400        AT END                                                    261005MA
018500           GO TO B1240-INDEX-DONE.                                261005MA
018600     IF AX-LAST-SEQ IS NUMERIC                                    261005MA
018700        AND AX-LAST-SEQ > WS-LAST-SEQ                             261005MA
018800        MOVE AX-LAST-SEQ       TO WS-LAST-SEQ                     261005MA
018900        MOVE AX-LAST-CHECK     TO WS-LAST-CHECK                   261005MA
019000     END-IF.                                                      261005MA
019100     GO TO B1210-READ-INDEX.                                      261005MA
019200 B1240-INDEX-DONE.                                                261005MA
019300     CLOSE INDEXFIL.                                              261005MA
019400 B1250-LIVE-LOG.                                                  261005MA
019500     OPEN INPUT AUDITFIL.                                         261005MA
019600     IF CC <> 0                                                   261005MA
019700        GO TO B1200-EXIT.                                         261005MA
019800 B1260-READ-LOG.                                                  261005MA
019900     READ AUDITFIL                                                261005MA
020000        AT END                                                    261005MA
020100           GO TO B1290-LOG-DONE.                                  261005MA
020200     IF AUD-SEQ-NO IS NUMERIC                                     261005MA
020300        AND AUD-SEQ-NO > WS-LAST-SEQ                              261005MA
020400        MOVE AUD-SEQ-NO        TO WS-LAST-SEQ                     261005MA
020500        MOVE AUD-CHAIN-CHECK   TO WS-LAST-CHECK                   261005MA
020600     END-IF.                                                      261005MA
020700     GO TO B1260-READ-LOG.                                        261005MA
020800 B1290-LOG-DONE.                                                  261005MA
020900     CLOSE AUDITFIL.                                              261005MA
021000 B1200-EXIT.  EXIT.                                               261005MA
021100*                                                                 261005MA
021200*B2000-NEXT-LINK numbers the entry one past the head and chains   261005MA
021300*its check value from the head's.                                 261005MA
021400 B2000-NEXT-LINK.                                                 261005MA
021500     MOVE "N"                  TO WS-LINK-SW.                     261005MA
021600     MOVE 1                    TO WS-HEAD-SLOT.                   261005MA
021700     READ HEADFIL                                                 261005MA
021800        INVALID KEY                                               261005MA
021900           DISPLAY "AUDLOG: chain head CLAUDHD cannot be read"    261005MA
022000           GO TO B2000-EXIT.                                      261005MA
022100     IF HD-LAST-SEQ IS NOT NUMERIC                                261005MA
022200        DISPLAY "AUDLOG: chain head CLAUDHD is damaged"           261005MA
022300        GO TO B2000-EXIT.                                         261005MA
022400     COMPUTE AUD-SEQ-NO = HD-LAST-SEQ + 1.                        261005MA
022500     CALL "AUDCHAIN" USING HD-LAST-CHECK, ACV-CHAINED,            261005MA
022600                           AUD-CHAIN-CHECK.                       261005MA
022700     MOVE "Y"                  TO WS-LINK-SW.                     261005MA
022800 B2000-EXIT.  EXIT.                                               261005MA
022900*                                                                 261005MA
023000*B3000-ADVANCE-HEAD moves the head on to the entry just written,  261005MA
023100*in place and still under the exclusive open.                     261005MA
023200 B3000-ADVANCE-HEAD.                                              261005MA
023300     MOVE AUD-SEQ-NO           TO HD-LAST-SEQ.                    261005MA
023400     MOVE AUD-CHAIN-CHECK      TO HD-LAST-CHECK.                  261005MA
023500     MOVE AUD-TIMESTAMP        TO HD-TIMESTAMP.                   261005MA
023600     MOVE AUD-PROGRAM-NAME     TO HD-PROGRAM.                     261005MA
023700     REWRITE HEAD-RECORD                                          261005MA
023800        INVALID KEY                                               261005MA
023900           DISPLAY "AUDLOG: chain head CLAUDHD not advanced"      261005MA
024000           MOVE 1              TO RETURN-CODE.                    261005MA
024100 B3000-EXIT.  EXIT.                                               261005MA
024200*                                                                 261005MA
024300 B4000-PAUSE.                                                     261005MA
024400     MOVE SPACES               TO WS-CMD-IMAGE.                   261005MA
024500     MOVE "PAUSE 2"            TO WS-CMD-IMAGE(1:7).              261005MA
024600     MOVE WS-CR                TO WS-CMD-IMAGE(8:1).              261005MA
024700     CALL INTRINSIC "COMMAND" USING WS-CMD-IMAGE,                 261005MA
024800                                    WS-CMD-ERROR,                 261005MA
024900                                    WS-CMD-PARM.                  261005MA
025000 B4000-EXIT.  EXIT.                                               261005MA
025100 END PROGRAM AUDLOG.                                              261005MA
