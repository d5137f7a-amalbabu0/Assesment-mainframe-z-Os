       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA72G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OUTFILE ASSIGN TO DD1
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS O-OUTKEY
                   FILE STATUS WS-FS1.
            SELECT ARCFILE ASSIGN TO DD2
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS2.
            SELECT MRKFILE ASSIGN TO DD3
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS3.
            SELECT SUBJFILE ASSIGN TO DD4
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS4.
            SELECT STDPARM ASSIGN TO DD5
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS5.
            SELECT STDFILE ASSIGN TO DD6
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STD-KEY
                   FILE STATUS WS-FS6.
            SELECT PRTFILE ASSIGN TO DD7
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS7.
            SELECT MRKMAST ASSIGN TO DD8
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MMK-KEY
                   FILE STATUS WS-FS8.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
          05 O-OUTKEY.
             10 O-STID                PIC X(6).
             10 O-YEAR                PIC 9(4).
             10 O-TERM                PIC 9(1).
          05 FILLER                   PIC X.
          05 O-NEWNAME                PIC X(15).
          05 FILLER                   PIC X.
          05 O-MARKS-TOT              PIC 9(4).99.
          05 FILLER                   PIC X.
          05 O-PERC                   PIC 9(3).
          05 FILLER                   PIC X.
          05 O-RESULT                 PIC X(30).
          05 FILLER                   PIC X(18).
       FD ARCFILE.
       01 ARCREC.
          05 A-OUTKEY.
             10 A-STID                PIC X(6).
             10 A-YEAR                PIC 9(4).
             10 A-TERM                PIC 9(1).
          05 FILLER                   PIC X.
          05 A-NEWNAME                PIC X(15).
          05 FILLER                   PIC X.
          05 A-MARKS-TOT              PIC 9(4).99.
          05 FILLER                   PIC X.
          05 A-PERC                   PIC 9(3).
          05 FILLER                   PIC X.
          05 A-RESULT                 PIC X(30).
          05 FILLER                   PIC X(18).
       FD MRKFILE.
       01 MRKREC.
          05 MRK-KEY.
             10 MRK-STID              PIC X(6).
             10 MRK-YEAR              PIC 9(4).
             10 MRK-TERM              PIC 9(1).
          05 FILLER                   PIC X.
          05 MRK-SUBJ-CNT             PIC 9(1).
          05 FILLER                   PIC X.
          05 MRK-DETL OCCURS 5 TIMES.
             10 MRK-SUBJ-CD           PIC X(3).
             10 FILLER                PIC X.
             10 MRK-MARK              PIC 99.99.
             10 FILLER                PIC X.
             10 MRK-RAW-MARK          PIC 99.99.
             10 FILLER                PIC X.
          05 FILLER                   PIC X(6).
       FD MRKMAST.
       01 MMKREC.
          05 MMK-KEY                  PIC X(11).
          05 FILLER                   PIC X.
          05 MMK-SUBJ-CNT             PIC 9(1).
          05 FILLER                   PIC X.
          05 MMK-DETL OCCURS 5 TIMES.
             10 MMK-SUBJ-CD           PIC X(3).
             10 FILLER                PIC X.
             10 MMK-MARK              PIC 99.99.
             10 FILLER                PIC X.
             10 MMK-RAW-MARK          PIC 99.99.
             10 FILLER                PIC X.
          05 FILLER                   PIC X(6).
       FD SUBJFILE.
       01 SUBREC.
          05 SUB-CODE                 PIC X(3).
          05 FILLER                   PIC X.
          05 SUB-NAME                 PIC X(20).
          05 FILLER                   PIC X.
          05 SUB-CREDITS              PIC 9(2).
          05 FILLER                   PIC X.
          05 SUB-MAXMARKS             PIC 9(3).
          05 FILLER                   PIC X.
          05 SUB-MINPASS              PIC 9(3).
          05 FILLER                   PIC X(45).
       FD STDPARM.
       01 STDPARMREC.
          05 SP-YEAR                  PIC 9(4).
          05 FILLER                   PIC X.
          05 SP-TERM                  PIC 9(1).
          05 FILLER                   PIC X.
          05 SP-MINPERC               PIC 9(3).
          05 FILLER                   PIC X.
          05 SP-MAXFAIL               PIC 9(1).
          05 FILLER                   PIC X.
          05 SP-DISMISS               PIC 9(1).
          05 FILLER                   PIC X(66).
       FD STDFILE.
       01 STDREC.
          05 STD-KEY.
             10 STD-STID              PIC X(6).
             10 STD-YEAR              PIC 9(4).
             10 STD-TERM              PIC 9(1).
          05 FILLER                   PIC X.
          05 STD-CODE                 PIC X(1).
             88 STD-GOOD                        VALUE "G".
             88 STD-PROBATION                   VALUE "P".
             88 STD-DISMISSED                   VALUE "D".
          05 FILLER                   PIC X.
          05 STD-REASON               PIC X(30).
          05 FILLER                   PIC X.
          05 STD-PERC                 PIC 9(3).
          05 FILLER                   PIC X.
          05 STD-FAIL-CNT             PIC 9(1).
          05 FILLER                   PIC X.
          05 STD-CONSEC               PIC 9(2).
          05 FILLER                   PIC X.
          05 STD-PREV-CODE            PIC X(1).
          05 FILLER                   PIC X.
          05 STD-RUN-DATE             PIC 9(8).
          05 FILLER                   PIC X(16).
       FD PRTFILE.
       01 PRTREC                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS1-EOF                            VALUE 10.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
          88 FS2-EOF                            VALUE 10.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
          88 FS3-EOF                            VALUE 10.
       01 WS-FS4                      PIC 99.
          88 FS4-OK                             VALUE 00.
          88 FS4-EOF                            VALUE 10.
       01 WS-FS5                      PIC 99.
          88 FS5-OK                             VALUE 00.
       01 WS-FS6                      PIC 99.
          88 FS6-OK                             VALUE 00.
          88 FS6-EOF                            VALUE 10.
          88 FS6-NOTFND                         VALUE 23.
          88 FS6-EMPTY                          VALUE 35.
       01 WS-FS7                      PIC 99.
          88 FS7-OK                             VALUE 00.
       01 WS-FS8                      PIC 99.
          88 FS8-OK                             VALUE 00.
          88 FS8-NOTFND                         VALUE 23.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-SEL-YEAR                 PIC 9(4).
       01 WS-SEL-TERM                 PIC 9(1).
       01 WS-MINPERC                  PIC 9(3).
       01 WS-MAXFAIL                  PIC 9(1).
       01 WS-DISMISS                  PIC 9(1).
       01 WS-STD-NEW-SW               PIC X(1) VALUE "N".
          88 WS-STD-NEW                         VALUE "Y".
          88 WS-STD-OLD                         VALUE "N".
       01 WS-PRV-END-SW               PIC X(1).
          88 WS-PRV-END                         VALUE "Y".
          88 WS-PRV-MORE                        VALUE "N".
       01 WS-BELOW-SW                 PIC X(1).
          88 WS-BELOW-STD                       VALUE "Y".
          88 WS-MEETS-STD                       VALUE "N".
       01 WS-MRKN                     PIC 9(7) VALUE ZERO.
       01 WS-RESN                     PIC 9(7) VALUE ZERO.
       01 WS-GOODN                    PIC 9(7) VALUE ZERO.
       01 WS-PROBN                    PIC 9(7) VALUE ZERO.
       01 WS-DISN                     PIC 9(7) VALUE ZERO.
       01 WS-CHGN                     PIC 9(7) VALUE ZERO.
       01 WS-WRTN                     PIC 9(7) VALUE ZERO.
       01 WS-RWRN                     PIC 9(7) VALUE ZERO.
       01 WS-NODETN                   PIC 9(7) VALUE ZERO.
       01 WS-DUPN                     PIC 9(7) VALUE ZERO.
       01 WS-DROPN                    PIC 9(7) VALUE ZERO.
       01 WS-PAGEN                    PIC 9(5) VALUE ZERO.
       01 WS-LINEN                    PIC 9(3) VALUE 99.
       01 WS-CUR-KEY                  PIC X(11).
       01 WS-CUR-NAME                 PIC X(15).
       01 WS-CUR-PERC                 PIC 9(3).
       01 WS-CUR-RES                  PIC X(30).
       01 WS-PRV-CODE                 PIC X(1).
       01 WS-PRV-CONSEC               PIC 9(2).
       01 WS-NEW-CODE                 PIC X(1).
       01 WS-NEW-CONSEC               PIC 9(2).
       01 WS-NEW-REASON               PIC X(30).
       01 WS-PERC-ED                  PIC 9(3).
       01 WS-MIN-ED                   PIC 9(3).
       01 WS-FAIL-ED                  PIC 9(1).
       01 WS-CONSEC-ED                PIC 9(2).
       01 WS-SUBJ-IDX                 PIC 9(1).
       01 WS-MARKS-AREA.
          05 WS-MARKS-TBL             PIC 99.99 OCCURS 5 TIMES.
       01 WS-SUBJ-CNT                 PIC 9(01).
       01 WS-PERC                     PIC 9(03).
       01 WS-MAXMARKS                 PIC 9(03) VALUE 050.
       01 WS-TOT-OBT                  PIC 9(4)V99.
       01 WS-CREDIT-AREA.
          05 WS-CREDIT-TBL            PIC 9(02) OCCURS 5 TIMES.
       01 WS-SUBJMAX-AREA.
          05 WS-SUBJMAX-TBL           PIC 9(03) OCCURS 5 TIMES.
       01 WS-MINPASS-AREA.
          05 WS-MINPASS-TBL           PIC 9(03) OCCURS 5 TIMES.
       01 WS-SUBJFAIL-AREA.
          05 WS-SUBJFAIL-TBL          PIC X(01) OCCURS 5 TIMES.
       01 WS-FAIL-CNT                 PIC 9(01).
       01 WS-SUB-CNT                  PIC 9(02) VALUE ZERO.
       01 WS-SUB-IDX                  PIC 9(02).
       01 WS-SUB-FND                  PIC 9(02).
       01 WS-SUB-TBL.
          05 WS-SUB-ENT OCCURS 50 TIMES.
             10 WS-SUB-TCODE          PIC X(3).
             10 WS-SUB-TNAME          PIC X(20).
             10 WS-SUB-TCRED          PIC 9(2).
             10 WS-SUB-TMAX           PIC 9(3).
             10 WS-SUB-TMIN           PIC 9(3).
       01 WS-TMK-CNT                  PIC 9(5) VALUE ZERO.
       01 WS-TMK-IDX                  PIC 9(5).
       01 WS-TMK-FND                  PIC 9(5).
       01 WS-TMK-TBL.
          05 WS-TMK-ENT OCCURS 20000 TIMES.
             10 WS-TMK-TKEY           PIC X(11).
             10 WS-TMK-TUSED          PIC X(1).
             10 WS-TMK-TSRC           PIC X(1).
             10 WS-TMK-TCNT           PIC 9(1).
             10 WS-TMK-TDET OCCURS 5 TIMES.
                15 WS-TMK-TCODE       PIC X(3).
                15 WS-TMK-TMARK       PIC X(5).
       01 WS-PL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA72G086".
          05 FILLER                   PIC X(30)
                                      VALUE "ACADEMIC STANDING CHANGES".
          05 FILLER                   PIC X(9) VALUE "RUN DATE ".
          05 WS-PL-DATE               PIC 9(8).
          05 FILLER                   PIC X(7) VALUE "  PAGE ".
          05 WS-PL-PAGE               PIC ZZZZ9.
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-PL-HDR2.
          05 FILLER                   PIC X(5) VALUE "YEAR ".
          05 WS-PL-HYEAR              PIC 9(4).
          05 FILLER                   PIC X(7) VALUE "  TERM ".
          05 WS-PL-HTERM              PIC 9(1).
          05 FILLER                   PIC X(20)
                                      VALUE "  MINIMUM PERCENT: ".
          05 WS-PL-HMIN               PIC 9(3).
          05 FILLER                   PIC X(20)
                                      VALUE "  FAIL LIMIT: ".
          05 WS-PL-HFAIL              PIC 9(1).
          05 FILLER                   PIC X(20)
                                      VALUE "  TERMS TO DISMISS: ".
          05 WS-PL-HDIS               PIC 9(1).
          05 FILLER                   PIC X(50) VALUE SPACES.
       01 WS-PL-HDR3.
          05 FILLER                   PIC X(8)  VALUE "STUDENT ".
          05 FILLER                   PIC X(17) VALUE "NAME".
          05 FILLER                   PIC X(11) VALUE "PREVIOUS".
          05 FILLER                   PIC X(11) VALUE "NEW".
          05 FILLER                   PIC X(6)  VALUE "PERC".
          05 FILLER                   PIC X(7)  VALUE "FAILS".
          05 FILLER                   PIC X(7)  VALUE "TERMS".
          05 FILLER                   PIC X(30) VALUE "REASON".
          05 FILLER                   PIC X(35) VALUE SPACES.
       01 WS-PL-DET.
          05 WS-PL-STID               PIC X(6).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-NAME               PIC X(15).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-PREV               PIC X(9).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-NEW                PIC X(9).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-PERC               PIC ZZ9.
          05 FILLER                   PIC X(5) VALUE SPACES.
          05 WS-PL-FAIL               PIC 9.
          05 FILLER                   PIC X(6) VALUE SPACES.
          05 WS-PL-CONSEC             PIC Z9.
          05 FILLER                   PIC X(5) VALUE SPACES.
          05 WS-PL-REASON             PIC X(30).
          05 FILLER                   PIC X(33) VALUE SPACES.
       01 WS-PL-TOT.
          05 WS-PL-TOT-LBL            PIC X(30).
          05 WS-PL-TOT-CNT            PIC ZZZZZZ9.
          05 FILLER                   PIC X(95) VALUE SPACES.
       01 WS-STD-TXT                  PIC X(9).
       01 WS-RH-AREA.
          05 WS-RH-PGM                PIC X(8).
          05 WS-RH-RC                 PIC 9(4).
          05 WS-RH-CNT OCCURS 6 TIMES.
             10 WS-RH-LBL             PIC X(10).
             10 WS-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            PERFORM 1000-INIT-PARA
               THRU 1000-INIT-EXIT.
            PERFORM 2000-LOAD-PARA
               THRU 2000-LOAD-EXIT.
            PERFORM 3000-PROCESS-PARA
               THRU 3000-PROCESS-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-PL-DATE.
            PERFORM 1100-PARM-PARA
               THRU 1100-PARM-EXIT.
            PERFORM 1200-SUBJ-PARA
               THRU 1200-SUBJ-EXIT.
            OPEN I-O STDFILE.
            EVALUATE TRUE
                WHEN FS6-OK
                     DISPLAY "OPEN FS6 SUCCES"
                WHEN FS6-EMPTY
                     OPEN OUTPUT STDFILE
                     IF NOT FS6-OK
                        DISPLAY "OPEN ERROR" WS-FS6
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE "Y" TO WS-STD-NEW-SW
                     DISPLAY "STANDING FILE EMPTY - INITIAL LOAD"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT PRTFILE.
            EVALUATE TRUE
                WHEN FS7-OK
                     DISPLAY "OPEN FS7 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1000-INIT-EXIT.
            EXIT.
       1100-PARM-PARA.
            OPEN INPUT STDPARM.
            EVALUATE TRUE
                WHEN FS5-OK
                     READ STDPARM
                     IF FS5-OK
                        AND SP-YEAR IS NUMERIC
                        AND SP-TERM IS NUMERIC
                        AND SP-MINPERC IS NUMERIC
                        AND SP-MAXFAIL IS NUMERIC
                        AND SP-DISMISS IS NUMERIC
                        AND SP-YEAR > ZERO
                        AND SP-TERM > ZERO
                        AND SP-MAXFAIL > ZERO
                        AND SP-DISMISS > ZERO
                        MOVE SP-YEAR    TO WS-SEL-YEAR
                        MOVE SP-TERM    TO WS-SEL-TERM
                        MOVE SP-MINPERC TO WS-MINPERC
                        MOVE SP-MAXFAIL TO WS-MAXFAIL
                        MOVE SP-DISMISS TO WS-DISMISS
                     ELSE
                        DISPLAY "STANDING RULES PARM INVALID OR MISSING"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     CLOSE STDPARM
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR " WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            DISPLAY "STANDING FOR YEAR " WS-SEL-YEAR
                    " TERM " WS-SEL-TERM.
            DISPLAY "MINIMUM PERCENT " WS-MINPERC
                    " FAIL LIMIT " WS-MAXFAIL
                    " PROBATION TERMS TO DISMISS " WS-DISMISS.
       1100-PARM-EXIT.
            EXIT.
       1200-SUBJ-PARA.
            OPEN INPUT SUBJFILE.
            EVALUATE TRUE
                WHEN FS4-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "SUBJECT MASTER OPEN ERROR " WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 1210-SUBJREAD-PARA
               THRU 1210-SUBJREAD-EXIT UNTIL FS4-EOF.
            CLOSE SUBJFILE.
            IF WS-SUB-CNT = ZERO
               DISPLAY "SUBJECT MASTER IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "SUBJECT MASTER LOADED : " WS-SUB-CNT.
       1200-SUBJ-EXIT.
            EXIT.
       1210-SUBJREAD-PARA.
            READ SUBJFILE.
            EVALUATE TRUE
                WHEN FS4-OK
                     IF WS-SUB-CNT < 50
                        ADD 1 TO WS-SUB-CNT
                        MOVE SUB-CODE     TO WS-SUB-TCODE(WS-SUB-CNT)
                        MOVE SUB-NAME     TO WS-SUB-TNAME(WS-SUB-CNT)
                        MOVE SUB-CREDITS  TO WS-SUB-TCRED(WS-SUB-CNT)
                        MOVE SUB-MAXMARKS TO WS-SUB-TMAX(WS-SUB-CNT)
                        MOVE SUB-MINPASS  TO WS-SUB-TMIN(WS-SUB-CNT)
                     ELSE
                        DISPLAY "SUBJECT MASTER TABLE FULL"
                     END-IF
                WHEN FS4-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1210-SUBJREAD-EXIT.
            EXIT.
       2000-LOAD-PARA.
            OPEN INPUT MRKFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "OPEN FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2100-MRKREAD-PARA
               THRU 2100-MRKREAD-EXIT UNTIL FS3-EOF.
            CLOSE MRKFILE.
            DISPLAY "MARKS RECORDS READ     : " WS-MRKN.
            DISPLAY "MARKS RECORDS SELECTED : " WS-TMK-CNT.
       2000-LOAD-EXIT.
            EXIT.
       2100-MRKREAD-PARA.
            READ MRKFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     ADD 1 TO WS-MRKN
                     IF MRK-YEAR = WS-SEL-YEAR
                        AND MRK-TERM = WS-SEL-TERM
                        MOVE MRK-KEY TO WS-CUR-KEY
                        PERFORM 2200-TMKSTOW-PARA
                           THRU 2200-TMKSTOW-EXIT
                     END-IF
                WHEN FS3-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2100-MRKREAD-EXIT.
            EXIT.
       2200-TMKSTOW-PARA.
            MOVE ZERO TO WS-TMK-FND.
            PERFORM 2210-TMKSCAN-PARA
               THRU 2210-TMKSCAN-EXIT
               VARYING WS-TMK-IDX FROM 1 BY 1
               UNTIL WS-TMK-IDX > WS-TMK-CNT.
            IF WS-TMK-FND = ZERO
               IF WS-TMK-CNT < 20000
                  ADD 1 TO WS-TMK-CNT
                  MOVE WS-TMK-CNT TO WS-TMK-FND
               ELSE
                  ADD 1 TO WS-DROPN
                  DISPLAY "MARKS TABLE FULL - REC DROPPED: " MRK-KEY
                  GO TO 2200-TMKSTOW-EXIT
               END-IF
            END-IF.
            MOVE WS-CUR-KEY   TO WS-TMK-TKEY(WS-TMK-FND).
            MOVE "N"          TO WS-TMK-TUSED(WS-TMK-FND).
            MOVE "A"          TO WS-TMK-TSRC(WS-TMK-FND).
            MOVE MRK-SUBJ-CNT TO WS-TMK-TCNT(WS-TMK-FND).
            PERFORM 2220-TMKDETL-PARA
               THRU 2220-TMKDETL-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
       2200-TMKSTOW-EXIT.
            EXIT.
       2210-TMKSCAN-PARA.
            IF WS-TMK-TKEY(WS-TMK-IDX) = WS-CUR-KEY
               AND WS-TMK-FND = ZERO
               MOVE WS-TMK-IDX TO WS-TMK-FND
            END-IF.
       2210-TMKSCAN-EXIT.
            EXIT.
       2220-TMKDETL-PARA.
            MOVE MRK-SUBJ-CD(WS-SUBJ-IDX)
              TO WS-TMK-TCODE(WS-TMK-FND WS-SUBJ-IDX).
            MOVE MRK-MARK(WS-SUBJ-IDX)
              TO WS-TMK-TMARK(WS-TMK-FND WS-SUBJ-IDX).
       2220-TMKDETL-EXIT.
            EXIT.
       3000-PROCESS-PARA.
            OPEN INPUT MRKMAST.
            EVALUATE TRUE
                WHEN FS8-OK
                     DISPLAY "OPEN FS8 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN INPUT OUTFILE.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "OPEN FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 3100-OUTREAD-PARA
               THRU 3100-OUTREAD-EXIT UNTIL FS1-EOF.
            CLOSE OUTFILE.
            CLOSE MRKMAST.
            OPEN INPUT ARCFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "OPEN FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 3200-ARCREAD-PARA
               THRU 3200-ARCREAD-EXIT UNTIL FS2-EOF.
            CLOSE ARCFILE.
            IF WS-RESN = ZERO
               PERFORM 4600-NEWPAGE-PARA
                  THRU 4600-NEWPAGE-EXIT
               MOVE "NO RESULTS ON FILE FOR THIS YEAR AND TERM"
                 TO PRTREC
               WRITE PRTREC AFTER ADVANCING 1 LINE
            END-IF.
            CLOSE STDFILE.
            EVALUATE TRUE
                WHEN FS6-OK
                     DISPLAY "CLOSE FS6 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS6
            END-EVALUATE.
       3000-PROCESS-EXIT.
            EXIT.
       3100-OUTREAD-PARA.
            READ OUTFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS1-OK
                     IF O-YEAR = WS-SEL-YEAR
                        AND O-TERM = WS-SEL-TERM
                        MOVE O-OUTKEY  TO WS-CUR-KEY
                        MOVE O-NEWNAME TO WS-CUR-NAME
                        MOVE O-PERC    TO WS-CUR-PERC
                        MOVE O-RESULT  TO WS-CUR-RES
                        PERFORM 3150-MMKLOAD-PARA
                           THRU 3150-MMKLOAD-EXIT
                        PERFORM 4000-STANDING-PARA
                           THRU 4000-STANDING-EXIT
                     END-IF
                WHEN FS1-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3100-OUTREAD-EXIT.
            EXIT.
       3150-MMKLOAD-PARA.
            MOVE ZERO TO WS-TMK-FND.
            PERFORM 2210-TMKSCAN-PARA
               THRU 2210-TMKSCAN-EXIT
               VARYING WS-TMK-IDX FROM 1 BY 1
               UNTIL WS-TMK-IDX > WS-TMK-CNT.
            IF WS-TMK-FND > ZERO
               IF WS-TMK-TSRC(WS-TMK-FND) = "M"
                  GO TO 3150-MMKLOAD-EXIT
               END-IF
            END-IF.
            MOVE WS-CUR-KEY TO MMK-KEY.
            READ MRKMAST.
            EVALUATE TRUE
                WHEN FS8-OK
                     CONTINUE
                WHEN FS8-NOTFND
                     GO TO 3150-MMKLOAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF WS-TMK-FND = ZERO
               IF WS-TMK-CNT < 20000
                  ADD 1 TO WS-TMK-CNT
                  MOVE WS-TMK-CNT TO WS-TMK-FND
               ELSE
                  ADD 1 TO WS-DROPN
                  DISPLAY "MARKS TABLE FULL - REC DROPPED: " MMK-KEY
                  GO TO 3150-MMKLOAD-EXIT
               END-IF
               MOVE WS-CUR-KEY TO WS-TMK-TKEY(WS-TMK-FND)
               MOVE "N"        TO WS-TMK-TUSED(WS-TMK-FND)
            END-IF.
            MOVE "M"          TO WS-TMK-TSRC(WS-TMK-FND).
            MOVE MMK-SUBJ-CNT TO WS-TMK-TCNT(WS-TMK-FND).
            PERFORM 3160-MMKDETL-PARA
               THRU 3160-MMKDETL-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
       3150-MMKLOAD-EXIT.
            EXIT.
       3160-MMKDETL-PARA.
            MOVE MMK-SUBJ-CD(WS-SUBJ-IDX)
              TO WS-TMK-TCODE(WS-TMK-FND WS-SUBJ-IDX).
            MOVE MMK-MARK(WS-SUBJ-IDX)
              TO WS-TMK-TMARK(WS-TMK-FND WS-SUBJ-IDX).
       3160-MMKDETL-EXIT.
            EXIT.
       3200-ARCREAD-PARA.
            READ ARCFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     IF A-YEAR = WS-SEL-YEAR
                        AND A-TERM = WS-SEL-TERM
                        MOVE A-OUTKEY  TO WS-CUR-KEY
                        MOVE A-NEWNAME TO WS-CUR-NAME
                        MOVE A-PERC    TO WS-CUR-PERC
                        MOVE A-RESULT  TO WS-CUR-RES
                        PERFORM 4000-STANDING-PARA
                           THRU 4000-STANDING-EXIT
                     END-IF
                WHEN FS2-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3200-ARCREAD-EXIT.
            EXIT.
       4000-STANDING-PARA.
            PERFORM 4100-FAILCNT-PARA
               THRU 4100-FAILCNT-EXIT.
            IF WS-TMK-FND > ZERO
               IF WS-TMK-TUSED(WS-TMK-FND) = "Y"
                  ADD 1 TO WS-DUPN
                  DISPLAY "RESULT ALREADY EVALUATED - SKIPPED: "
                          WS-CUR-KEY
                  GO TO 4000-STANDING-EXIT
               END-IF
               MOVE "Y" TO WS-TMK-TUSED(WS-TMK-FND)
            ELSE
               IF WS-TMK-CNT < 20000
                  ADD 1 TO WS-TMK-CNT
                  MOVE WS-CUR-KEY TO WS-TMK-TKEY(WS-TMK-CNT)
                  MOVE "Y"        TO WS-TMK-TUSED(WS-TMK-CNT)
                  MOVE "N"        TO WS-TMK-TSRC(WS-TMK-CNT)
                  MOVE ZERO       TO WS-TMK-TCNT(WS-TMK-CNT)
               END-IF
            END-IF.
            ADD 1 TO WS-RESN.
            PERFORM 4200-PRIOR-PARA
               THRU 4200-PRIOR-EXIT.
            PERFORM 4300-RULES-PARA
               THRU 4300-RULES-EXIT.
            PERFORM 4400-STDWRITE-PARA
               THRU 4400-STDWRITE-EXIT.
            IF WS-PRV-CODE = SPACE
               MOVE "G" TO WS-PRV-CODE
            END-IF.
            IF WS-NEW-CODE NOT = WS-PRV-CODE
               ADD 1 TO WS-CHGN
               PERFORM 4500-PRINT-PARA
                  THRU 4500-PRINT-EXIT
            END-IF.
       4000-STANDING-EXIT.
            EXIT.
       4100-FAILCNT-PARA.
            MOVE ZERO TO WS-FAIL-CNT.
            MOVE ZERO TO WS-TMK-FND.
            PERFORM 2210-TMKSCAN-PARA
               THRU 2210-TMKSCAN-EXIT
               VARYING WS-TMK-IDX FROM 1 BY 1
               UNTIL WS-TMK-IDX > WS-TMK-CNT.
            IF WS-TMK-FND = ZERO
               OR WS-TMK-TSRC(WS-TMK-FND) = "N"
               IF WS-TMK-FND = ZERO
                  ADD 1 TO WS-NODETN
               END-IF
               IF WS-CUR-RES(1:22) = "FAIL - SUBJECT MINIMUM"
                  MOVE 1 TO WS-FAIL-CNT
               END-IF
               GO TO 4100-FAILCNT-EXIT
            END-IF.
            MOVE WS-TMK-TCNT(WS-TMK-FND) TO WS-SUBJ-CNT.
            PERFORM 4110-BLDWGT-PARA
               THRU 4110-BLDWGT-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
            CALL "CA21G086" USING WS-MARKS-AREA WS-SUBJ-CNT
                                   WS-PERC WS-MAXMARKS WS-TOT-OBT
                                   WS-CREDIT-AREA WS-SUBJMAX-AREA
                                   WS-MINPASS-AREA WS-SUBJFAIL-AREA
                                   WS-FAIL-CNT.
       4100-FAILCNT-EXIT.
            EXIT.
       4110-BLDWGT-PARA.
            MOVE ZERO TO WS-CREDIT-TBL(WS-SUBJ-IDX)
                         WS-SUBJMAX-TBL(WS-SUBJ-IDX)
                         WS-MINPASS-TBL(WS-SUBJ-IDX).
            MOVE "00.00" TO WS-MARKS-TBL(WS-SUBJ-IDX)(1:5).
            IF WS-SUBJ-IDX > WS-SUBJ-CNT
               GO TO 4110-BLDWGT-EXIT
            END-IF.
            IF WS-TMK-TMARK(WS-TMK-FND WS-SUBJ-IDX)(1:2) IS NUMERIC
               AND WS-TMK-TMARK(WS-TMK-FND WS-SUBJ-IDX)(4:2)
                   IS NUMERIC
               MOVE WS-TMK-TMARK(WS-TMK-FND WS-SUBJ-IDX)
                 TO WS-MARKS-TBL(WS-SUBJ-IDX)(1:5)
            END-IF.
            MOVE ZERO TO WS-SUB-FND.
            PERFORM 4120-MATCHSUB-PARA
               THRU 4120-MATCHSUB-EXIT
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-CNT.
            IF WS-SUB-FND > ZERO
               MOVE WS-SUB-TCRED(WS-SUB-FND)
                 TO WS-CREDIT-TBL(WS-SUBJ-IDX)
               MOVE WS-SUB-TMAX(WS-SUB-FND)
                 TO WS-SUBJMAX-TBL(WS-SUBJ-IDX)
               MOVE WS-SUB-TMIN(WS-SUB-FND)
                 TO WS-MINPASS-TBL(WS-SUBJ-IDX)
            END-IF.
       4110-BLDWGT-EXIT.
            EXIT.
       4120-MATCHSUB-PARA.
            IF WS-SUB-TCODE(WS-SUB-IDX)
               = WS-TMK-TCODE(WS-TMK-FND WS-SUBJ-IDX)
               AND WS-SUB-FND = ZERO
               MOVE WS-SUB-IDX TO WS-SUB-FND
            END-IF.
       4120-MATCHSUB-EXIT.
            EXIT.
       4200-PRIOR-PARA.
            MOVE SPACE TO WS-PRV-CODE.
            MOVE ZERO  TO WS-PRV-CONSEC.
            IF WS-STD-NEW
               GO TO 4200-PRIOR-EXIT
            END-IF.
            MOVE WS-CUR-KEY(1:6) TO STD-STID.
            MOVE ZERO TO STD-YEAR STD-TERM.
            START STDFILE KEY IS NOT < STD-KEY.
            EVALUATE TRUE
                WHEN FS6-OK
                     CONTINUE
                WHEN FS6-NOTFND
                     GO TO 4200-PRIOR-EXIT
                WHEN OTHER
                     DISPLAY "START ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE "N" TO WS-PRV-END-SW.
            PERFORM 4210-PRVREAD-PARA
               THRU 4210-PRVREAD-EXIT UNTIL WS-PRV-END.
       4200-PRIOR-EXIT.
            EXIT.
       4210-PRVREAD-PARA.
            READ STDFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS6-OK
                     IF STD-STID NOT = WS-CUR-KEY(1:6)
                        OR STD-KEY NOT < WS-CUR-KEY
                        MOVE "Y" TO WS-PRV-END-SW
                     ELSE
                        MOVE STD-CODE   TO WS-PRV-CODE
                        MOVE STD-CONSEC TO WS-PRV-CONSEC
                     END-IF
                WHEN FS6-EOF
                     MOVE "Y" TO WS-PRV-END-SW
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       4210-PRVREAD-EXIT.
            EXIT.
       4300-RULES-PARA.
            MOVE SPACES TO WS-NEW-REASON.
            MOVE "N" TO WS-BELOW-SW.
            IF WS-CUR-PERC < WS-MINPERC
               OR WS-FAIL-CNT NOT < WS-MAXFAIL
               MOVE "Y" TO WS-BELOW-SW
            END-IF.
            IF WS-MEETS-STD
               MOVE "G" TO WS-NEW-CODE
               MOVE ZERO TO WS-NEW-CONSEC
               IF WS-PRV-CODE = "P" OR "D"
                  MOVE "RETURNED TO GOOD STANDING" TO WS-NEW-REASON
               ELSE
                  MOVE "MEETS STANDARD" TO WS-NEW-REASON
               END-IF
               ADD 1 TO WS-GOODN
               GO TO 4300-RULES-EXIT
            END-IF.
            IF WS-PRV-CONSEC < 99
               COMPUTE WS-NEW-CONSEC = WS-PRV-CONSEC + 1
            ELSE
               MOVE 99 TO WS-NEW-CONSEC
            END-IF.
            MOVE WS-CUR-PERC   TO WS-PERC-ED.
            MOVE WS-MINPERC    TO WS-MIN-ED.
            MOVE WS-FAIL-CNT   TO WS-FAIL-ED.
            MOVE WS-NEW-CONSEC TO WS-CONSEC-ED.
            IF WS-PRV-CONSEC NOT < WS-DISMISS
               MOVE "D" TO WS-NEW-CODE
               STRING "BELOW STANDARD "  DELIMITED BY SIZE
                      WS-CONSEC-ED       DELIMITED BY SIZE
                      " TERMS RUNNING"   DELIMITED BY SIZE
                 INTO WS-NEW-REASON
               END-STRING
               ADD 1 TO WS-DISN
               GO TO 4300-RULES-EXIT
            END-IF.
            MOVE "P" TO WS-NEW-CODE.
            ADD 1 TO WS-PROBN.
            EVALUATE TRUE
                WHEN WS-CUR-PERC < WS-MINPERC
                     AND WS-FAIL-CNT NOT < WS-MAXFAIL
                     STRING "PERC "          DELIMITED BY SIZE
                            WS-PERC-ED       DELIMITED BY SIZE
                            " AND "          DELIMITED BY SIZE
                            WS-FAIL-ED       DELIMITED BY SIZE
                            " SUBJECT FAILS" DELIMITED BY SIZE
                       INTO WS-NEW-REASON
                     END-STRING
                WHEN WS-CUR-PERC < WS-MINPERC
                     STRING "PERC "          DELIMITED BY SIZE
                            WS-PERC-ED       DELIMITED BY SIZE
                            " BELOW MINIMUM " DELIMITED BY SIZE
                            WS-MIN-ED        DELIMITED BY SIZE
                       INTO WS-NEW-REASON
                     END-STRING
                WHEN OTHER
                     STRING WS-FAIL-ED       DELIMITED BY SIZE
                            " SUBJECT FAILS - LIMIT "
                                             DELIMITED BY SIZE
                            WS-MAXFAIL       DELIMITED BY SIZE
                       INTO WS-NEW-REASON
                     END-STRING
            END-EVALUATE.
       4300-RULES-EXIT.
            EXIT.
       4400-STDWRITE-PARA.
            IF WS-STD-OLD
               MOVE WS-CUR-KEY TO STD-KEY
               READ STDFILE KEY IS STD-KEY
               EVALUATE TRUE
                   WHEN FS6-OK
                        PERFORM 4410-BLDSTD-PARA
                           THRU 4410-BLDSTD-EXIT
                        REWRITE STDREC
                        EVALUATE TRUE
                            WHEN FS6-OK
                                 ADD 1 TO WS-RWRN
                            WHEN OTHER
                                 DISPLAY "REWRITE ERROR" WS-FS6
                                 MOVE 16 TO RETURN-CODE
                                 STOP RUN
                        END-EVALUATE
                        GO TO 4400-STDWRITE-EXIT
                   WHEN FS6-NOTFND
                        CONTINUE
                   WHEN OTHER
                        DISPLAY "READ ERROR" WS-FS6
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
               END-EVALUATE
            END-IF.
            PERFORM 4410-BLDSTD-PARA
               THRU 4410-BLDSTD-EXIT.
            WRITE STDREC.
            EVALUATE TRUE
                WHEN FS6-OK
                     ADD 1 TO WS-WRTN
                WHEN WS-FS6 = 22
                     ADD 1 TO WS-DUPN
                     DISPLAY "DUPLICATE STANDING KEY SKIPPED: " STD-KEY
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS6 " KEY " STD-KEY
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       4400-STDWRITE-EXIT.
            EXIT.
       4410-BLDSTD-PARA.
            MOVE SPACES        TO STDREC.
            MOVE WS-CUR-KEY    TO STD-KEY.
            MOVE WS-NEW-CODE   TO STD-CODE.
            MOVE WS-NEW-REASON TO STD-REASON.
            MOVE WS-CUR-PERC   TO STD-PERC.
            MOVE WS-FAIL-CNT   TO STD-FAIL-CNT.
            MOVE WS-NEW-CONSEC TO STD-CONSEC.
            MOVE WS-PRV-CODE   TO STD-PREV-CODE.
            MOVE WS-RUN-DATE   TO STD-RUN-DATE.
       4410-BLDSTD-EXIT.
            EXIT.
       4500-PRINT-PARA.
            IF WS-LINEN > 55
               PERFORM 4600-NEWPAGE-PARA
                  THRU 4600-NEWPAGE-EXIT
            END-IF.
            MOVE WS-CUR-KEY(1:6) TO WS-PL-STID.
            MOVE WS-CUR-NAME     TO WS-PL-NAME.
            MOVE WS-PRV-CODE     TO STD-CODE.
            PERFORM 4700-STDTXT-PARA
               THRU 4700-STDTXT-EXIT.
            MOVE WS-STD-TXT      TO WS-PL-PREV.
            MOVE WS-NEW-CODE     TO STD-CODE.
            PERFORM 4700-STDTXT-PARA
               THRU 4700-STDTXT-EXIT.
            MOVE WS-STD-TXT      TO WS-PL-NEW.
            MOVE WS-CUR-PERC     TO WS-PL-PERC.
            MOVE WS-FAIL-CNT     TO WS-PL-FAIL.
            MOVE WS-NEW-CONSEC   TO WS-PL-CONSEC.
            MOVE WS-NEW-REASON   TO WS-PL-REASON.
            WRITE PRTREC FROM WS-PL-DET
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINEN.
       4500-PRINT-EXIT.
            EXIT.
       4600-NEWPAGE-PARA.
            ADD 1 TO WS-PAGEN.
            MOVE WS-PAGEN TO WS-PL-PAGE.
            WRITE PRTREC FROM WS-PL-HDR1
                AFTER ADVANCING PAGE.
            MOVE WS-SEL-YEAR TO WS-PL-HYEAR.
            MOVE WS-SEL-TERM TO WS-PL-HTERM.
            MOVE WS-MINPERC  TO WS-PL-HMIN.
            MOVE WS-MAXFAIL  TO WS-PL-HFAIL.
            MOVE WS-DISMISS  TO WS-PL-HDIS.
            WRITE PRTREC FROM WS-PL-HDR2
                AFTER ADVANCING 1 LINE.
            WRITE PRTREC FROM WS-PL-HDR3
                AFTER ADVANCING 2 LINES.
            MOVE 5 TO WS-LINEN.
       4600-NEWPAGE-EXIT.
            EXIT.
       4700-STDTXT-PARA.
            EVALUATE TRUE
                WHEN STD-GOOD
                     MOVE "GOOD"      TO WS-STD-TXT
                WHEN STD-PROBATION
                     MOVE "PROBATION" TO WS-STD-TXT
                WHEN STD-DISMISSED
                     MOVE "DISMISSAL" TO WS-STD-TXT
                WHEN OTHER
                     MOVE STD-CODE    TO WS-STD-TXT
            END-EVALUATE.
       4700-STDTXT-EXIT.
            EXIT.
       9000-TERM-PARA.
            IF WS-PAGEN = ZERO
               PERFORM 4600-NEWPAGE-PARA
                  THRU 4600-NEWPAGE-EXIT
            END-IF.
            MOVE SPACES TO PRTREC.
            WRITE PRTREC AFTER ADVANCING 1 LINE.
            MOVE "RESULTS EVALUATED     :" TO WS-PL-TOT-LBL.
            MOVE WS-RESN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT AFTER ADVANCING 1 LINE.
            MOVE "GOOD STANDING         :" TO WS-PL-TOT-LBL.
            MOVE WS-GOODN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT AFTER ADVANCING 1 LINE.
            MOVE "ON PROBATION          :" TO WS-PL-TOT-LBL.
            MOVE WS-PROBN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT AFTER ADVANCING 1 LINE.
            MOVE "FOR DISMISSAL         :" TO WS-PL-TOT-LBL.
            MOVE WS-DISN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT AFTER ADVANCING 1 LINE.
            MOVE "STANDING CHANGES      :" TO WS-PL-TOT-LBL.
            MOVE WS-CHGN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT AFTER ADVANCING 1 LINE.
            CLOSE PRTFILE.
            DISPLAY "=========================================".
            DISPLAY "CA72G086  -  ACADEMIC STANDING".
            DISPLAY "=========================================".
            DISPLAY "RESULTS EVALUATED     : " WS-RESN.
            DISPLAY "GOOD STANDING         : " WS-GOODN.
            DISPLAY "ON PROBATION          : " WS-PROBN.
            DISPLAY "FOR DISMISSAL         : " WS-DISN.
            DISPLAY "STANDING CHANGES      : " WS-CHGN.
            DISPLAY "STANDING RECS ADDED   : " WS-WRTN.
            DISPLAY "STANDING RECS REPLACED: " WS-RWRN.
            DISPLAY "NO MARKS DETAIL       : " WS-NODETN.
            DISPLAY "DUPLICATE RESULTS     : " WS-DUPN.
            DISPLAY "=========================================".
            EVALUATE TRUE
                WHEN WS-DROPN > ZERO
                     DISPLAY "RECORDS DROPPED - TABLE FULL : "
                             WS-DROPN
                     DISPLAY "STANDING IS INCOMPLETE"
                     MOVE 8 TO RETURN-CODE
                WHEN WS-NODETN > ZERO
                     MOVE 4 TO RETURN-CODE
                WHEN OTHER
                     MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA72G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-RESN TO WS-RH-VAL(1).
            MOVE "GOOD" TO WS-RH-LBL(2).
            MOVE WS-GOODN TO WS-RH-VAL(2).
            MOVE "PROBATION" TO WS-RH-LBL(3).
            MOVE WS-PROBN TO WS-RH-VAL(3).
            MOVE "DISMISSAL" TO WS-RH-LBL(4).
            MOVE WS-DISN TO WS-RH-VAL(4).
            MOVE "ADDED" TO WS-RH-LBL(5).
            MOVE WS-WRTN TO WS-RH-VAL(5).
            MOVE "REPLACED" TO WS-RH-LBL(6).
            MOVE WS-RWRN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
