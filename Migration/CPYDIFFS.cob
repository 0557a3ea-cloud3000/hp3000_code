003120* 260902MA  CHANGED MEMBERS NOW CLASSIFIED LAYOUT OR              260902MA
003140*            COSMETIC VIA CPYMAP, WITH THE RECORD-LENGTH          260902MA
003160*            DELTA CARRIED ON EACH CLCHGMBR RECORD.               260902MA
003170* 260923MA  MAP AREAS WIDENED TO CPYMAP'S LONGER ANSWER ENTRY     260923MA
003180*            (DATA-CLASS FACTS, NOT USED HERE).                   260923MA
003190* 260925MA  MAP AREAS TAKE CPYMAP'S NEW CONDITION-VALUE TABLE.    260925MA
003192* 261010MA  CALLER MAY NAME ITS OWN REPORT FILES -- A PARALLEL    261010MA
003194*            REFRESH WORKER'S CLDIFNN AND CLCHGNN.                261010MA
003200*-----------------------------------------------------------------260822MA
003300*                                                                 260822MA
003400 ENVIRONMENT DIVISION.                                            260822MA
004200 FILE-CONTROL.                                                    260822MA
004300     SELECT OLDFIL   ASSIGN TO DUMMY USING WS-OLD-FILE.           260822MA
004400     SELECT NEWFIL   ASSIGN TO DUMMY USING WS-NEW-FILE.           260822MA
004500     SELECT DIFFIL   ASSIGN TO DUMMY USING WS-DIFF-FILE.          261010MA
004600     SELECT CHGFIL   ASSIGN TO DUMMY USING WS-CHG-FILE.           261010MA
004700*                                                                 260822MA
004800 DATA DIVISION.                                                   260822MA
004900 FILE SECTION.                                                    260822MA
007700*                                                                 260822MA
007800 01 WS-OLD-FILE             PIC X(34) VALUE SPACES.               260822MA
007900 01 WS-NEW-FILE             PIC X(26) VALUE SPACES.               260822MA
007920 01 WS-DIFF-FILE            PIC X(34) VALUE SPACES.               261010MA
007940 01 WS-CHG-FILE             PIC X(34) VALUE SPACES.               261010MA
008000*                                                                 260822MA
008100*Member directories built in one pass over each file.             260822MA
008200 77 OM-COUNT                PIC S9(04) COMP VALUE 0.              260822MA
013392       05 OMP-OFFSET        PIC S9(09) COMP.                      260902MA
013394       05 OMP-LENGTH        PIC S9(09) COMP.                      260902MA
013396       05 OMP-OCCURS        PIC 9(04).                            260902MA
013397       05 FILLER            PIC X(15).                            260923MA
013398    03 FILLER               PIC X(28202).                         260925MA
013399 01 WS-NEW-MAP.                                                   260902MA
013400    03 NMP-FIELD-COUNT      PIC S9(04) COMP.                      260902MA
013402    03 NMP-RECORD-LEN       PIC S9(09) COMP.                      260902MA
013404    03 NMP-FIELD-ENTRY OCCURS 500.                                260902MA
013410       05 NMP-OFFSET        PIC S9(09) COMP.                      260902MA
013412       05 NMP-LENGTH        PIC S9(09) COMP.                      260902MA
013414       05 NMP-OCCURS        PIC 9(04).                            260902MA
013416       05 FILLER            PIC X(15).                            260923MA
013418    03 FILLER               PIC X(28202).                         260925MA
013420*                                                                 260822MA
013500 LINKAGE SECTION.                                                 260822MA
013600*                                                                 260822MA
014100     03  CD-OLD-FILE           PIC X(34).                         260822MA
014200     03  CD-NEW-FILE           PIC X(26).                         260822MA
014300     03  CD-DISPOSITION        PIC X(01).                         260822MA
014310*Report files -- blank for the night's CLDIFF and CLCHGMBR; a     261010MA
014320*parallel refresh worker names its own for CL2JOIN to gather.     261010MA
014330     03  CD-DIFF-FILE          PIC X(08).                         261010MA
014340     03  CD-CHG-FILE           PIC X(08).                         261010MA
014400*                                                                 260822MA
014500*=================================================================260822MA
014600*Main logical flow                                                260822MA
014900 0-BEGIN.                                                         260822MA
015000     MOVE CD-OLD-FILE          TO WS-OLD-FILE.                    260822MA
015100     MOVE CD-NEW-FILE          TO WS-NEW-FILE.                    260822MA
015110     MOVE SPACES               TO WS-DIFF-FILE WS-CHG-FILE.       261010MA
015120     IF CD-DIFF-FILE = SPACES                                     261010MA
015130        MOVE "CLDIFF,,,,5000"  TO WS-DIFF-FILE                    261010MA
015140     ELSE                                                         261010MA
015150        STRING CD-DIFF-FILE DELIMITED BY SPACES                   261010MA
015155               ",,,,5000" DELIMITED BY SIZE                       261010MA
015160          INTO WS-DIFF-FILE                                       261010MA
015165     END-IF.                                                      261010MA
015170     IF CD-CHG-FILE = SPACES                                      261010MA
015175        MOVE "CLCHGMBR,,,,2000" TO WS-CHG-FILE                    261010MA
015180     ELSE                                                         261010MA
015185        STRING CD-CHG-FILE DELIMITED BY SPACES                    261010MA
015190               ",,,,2000" DELIMITED BY SIZE                       261010MA
015192          INTO WS-CHG-FILE                                        261010MA
015194     END-IF.                                                      261010MA
015200     MOVE 0                    TO RETURN-CODE.                    260822MA
015220     IF CD-DISPOSITION = "I"                                      260822MA
015240        OPEN OUTPUT DIFFIL                                        260822MA
