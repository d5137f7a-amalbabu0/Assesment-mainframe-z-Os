       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA14G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RGDPARM ASSIGN TO DD1
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS1.
            SELECT OUTFILE ASSIGN TO DD2
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS O-OUTKEY
                   FILE STATUS WS-FS2.
            SELECT MRKMAST ASSIGN TO DD3
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MRK-KEY
                   FILE STATUS WS-FS3.
            SELECT SUBJFILE ASSIGN TO DD4
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS4.
            SELECT PARMFILE ASSIGN TO DD5
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS5.
            SELECT CALFILE ASSIGN TO DD6
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS6.
            SELECT JRNFILE ASSIGN TO DD7
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS7.
            SELECT PRTFILE ASSIGN TO DD8
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS8.
       DATA DIVISION.
       FILE SECTION.
       FD RGDPARM.
       01 RGDPARMREC.
          05 RGP-YEAR                 PIC 9(4).
          05 FILLER                   PIC X.
          05 RGP-TERM                 PIC 9(1).
          05 FILLER                   PIC X.
          05 RGP-MODE                 PIC X(1).
          05 FILLER                   PIC X.
          05 RGP-SUBJ-ENT OCCURS 10 TIMES.
             10 RGP-SUBJ-CD           PIC X(3).
             10 FILLER                PIC X.
          05 FILLER                   PIC X(31).
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
       FD MRKMAST.
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
       FD PARMFILE.
       01 PARMREC.
          05 PARM-MAXMARKS            PIC 9(03).
          05 FILLER                   PIC X.
          05 PARM-CUTOFF              PIC 9(03).
          05 FILLER                   PIC X.
          05 PARM-RUNMODE             PIC X(01).
          05 FILLER                   PIC X(72).
       FD CALFILE.
       01 CALREC.
          05 CAL-YEAR                 PIC 9(4).
          05 FILLER                   PIC X.
          05 CAL-TERM                 PIC 9(1).
          05 FILLER                   PIC X.
          05 CAL-STATUS               PIC X(1).
             88 CAL-OPEN                        VALUE "O".
             88 CAL-CLOSED                      VALUE "C".
          05 FILLER                   PIC X(72).
       FD JRNFILE.
       01 JRNREC.
          05 JRN-DATE                 PIC 9(8).
          05 FILLER                   PIC X.
          05 JRN-SOURCE               PIC X(8).
          05 FILLER                   PIC X.
          05 JRN-MODE                 PIC X(1).
          05 FILLER                   PIC X.
          05 JRN-ACTION               PIC X(1).
          05 FILLER                   PIC X.
          05 JRN-KEY                  PIC X(11).
          05 FILLER                   PIC X.
          05 JRN-BEFORE               PIC X(88).
          05 FILLER                   PIC X.
          05 JRN-AFTER                PIC X(88).
          05 FILLER                   PIC X(9).
       FD PRTFILE.
       01 PRTREC                      PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
          88 FS2-NOTFND                         VALUE 23.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
          88 FS3-EOF                            VALUE 10.
          88 FS3-NOTFND                         VALUE 23.
       01 WS-FS4                      PIC 99.
          88 FS4-OK                             VALUE 00.
          88 FS4-EOF                            VALUE 10.
       01 WS-FS5                      PIC 99.
          88 FS5-OK                             VALUE 00.
       01 WS-FS6                      PIC 99.
          88 FS6-OK                             VALUE 00.
          88 FS6-EOF                            VALUE 10.
       01 WS-FS7                      PIC 99.
          88 FS7-OK                             VALUE 00.
       01 WS-FS8                      PIC 99.
          88 FS8-OK                             VALUE 00.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-RGD-YEAR                 PIC 9(4).
       01 WS-RGD-TERM                 PIC 9(1).
       01 WS-RGD-MODE                 PIC X(1).
          88 WS-RGD-PREVIEW                     VALUE "P".
          88 WS-RGD-APPLY                       VALUE "A".
       01 WS-MAXMARKS                 PIC 9(03) VALUE 050.
       01 WS-CUTOFF                   PIC 9(03) VALUE 070.
       01 WS-BRW-END-SW               PIC X(1).
          88 WS-BRW-END                         VALUE "Y".
       01 WS-INSCOPE-SW               PIC X(1).
          88 WS-INSCOPE                         VALUE "Y".
       01 WS-OLD-FAIL-SW              PIC X(1).
          88 WS-OLD-FAIL                        VALUE "Y".
       01 WS-NEW-FAIL-SW              PIC X(1).
          88 WS-NEW-FAIL                        VALUE "Y".
       01 WS-SCANN                    PIC 9(7) VALUE ZERO.
       01 WS-SELN                     PIC 9(7) VALUE ZERO.
       01 WS-SAMEN                    PIC 9(7) VALUE ZERO.
       01 WS-CHGN                     PIC 9(7) VALUE ZERO.
       01 WS-P2FN                     PIC 9(7) VALUE ZERO.
       01 WS-F2PN                     PIC 9(7) VALUE ZERO.
       01 WS-NORESN                   PIC 9(7) VALUE ZERO.
       01 WS-UPDN                     PIC 9(7) VALUE ZERO.
       01 WS-JRNN                     PIC 9(7) VALUE ZERO.
       01 WS-PAGEN                    PIC 9(5) VALUE ZERO.
       01 WS-LINEN                    PIC 9(3) VALUE 99.
       01 WS-CUR-SUBJ                 PIC X(3).
       01 WS-SUBJ-IDX                 PIC 9(1).
       01 WS-SEL-CNT                  PIC 9(02) VALUE ZERO.
       01 WS-SEL-IDX                  PIC 9(02).
       01 WS-SEL-TBL.
          05 WS-SEL-TCODE             PIC X(3) OCCURS 10 TIMES.
       01 WS-SUB-CNT                  PIC 9(02) VALUE ZERO.
       01 WS-SUB-IDX                  PIC 9(02).
       01 WS-SUB-FND                  PIC 9(02).
       01 WS-SUB-TBL.
          05 WS-SUB-ENT OCCURS 50 TIMES.
             10 WS-SUB-TCODE          PIC X(3).
             10 WS-SUB-TCRED          PIC 9(2).
             10 WS-SUB-TMAX           PIC 9(3).
             10 WS-SUB-TMIN           PIC 9(3).
       01 WS-CAL-CNT                  PIC 9(02) VALUE ZERO.
       01 WS-CAL-IDX                  PIC 9(02).
       01 WS-CAL-FND                  PIC 9(02).
       01 WS-CAL-TBL.
          05 WS-CAL-ENT OCCURS 20 TIMES.
             10 WS-CAL-TYEAR          PIC 9(4).
             10 WS-CAL-TTERM          PIC 9(1).
             10 WS-CAL-TSTAT          PIC X(1).
       01 WS-MARKS-AREA.
          05 WS-MARKS-TBL             PIC 99.99 OCCURS 5 TIMES.
       01 WS-SUBJ-CNT                 PIC 9(01).
       01 WS-PERC                     PIC 9(03).
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
       01 WS-NEW-RESULT               PIC X(30).
       01 WS-OLD-PERC                 PIC 9(03).
       01 WS-OLD-RESULT               PIC X(30).
       01 WS-JRN-BEFORE               PIC X(88).
       01 WS-PL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA14G086".
          05 FILLER                   PIC X(30)
                                      VALUE "RESULT RE-GRADE REPORT".
          05 FILLER                   PIC X(9) VALUE "RUN DATE ".
          05 WS-PL-DATE               PIC 9(8).
          05 FILLER                   PIC X(7) VALUE "  PAGE ".
          05 WS-PL-PAGE               PIC ZZZZ9.
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-PL-HDR2.
          05 FILLER                   PIC X(6)  VALUE "YEAR ".
          05 WS-PL-HYEAR              PIC 9(4).
          05 FILLER                   PIC X(7)  VALUE "  TERM ".
          05 WS-PL-HTERM              PIC 9(1).
          05 FILLER                   PIC X(7)  VALUE "  MODE ".
          05 WS-PL-HMODE              PIC X(8).
          05 FILLER                   PIC X(11) VALUE "  SUBJECTS ".
          05 WS-PL-HSUBJ              PIC X(40).
          05 FILLER                   PIC X(48) VALUE SPACES.
       01 WS-PL-COLS.
          05 FILLER                   PIC X(8)  VALUE "STUDENT".
          05 FILLER                   PIC X(17) VALUE "NAME".
          05 FILLER                   PIC X(6)  VALUE "OLD %".
          05 FILLER                   PIC X(32) VALUE "OLD RESULT".
          05 FILLER                   PIC X(6)  VALUE "NEW %".
          05 FILLER                   PIC X(32) VALUE "NEW RESULT".
          05 FILLER                   PIC X(31) VALUE "CHANGE".
       01 WS-PL-DET.
          05 WS-PL-STID               PIC X(6).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-NAME               PIC X(15).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-OPERC              PIC ZZ9.
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-ORES               PIC X(30).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-NPERC              PIC ZZ9.
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-NRES               PIC X(30).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-FLIP               PIC X(12).
          05 FILLER                   PIC X(19) VALUE SPACES.
       01 WS-PL-TOT.
          05 WS-PL-TOT-TXT            PIC X(30).
          05 WS-PL-TOT-CNT            PIC ZZZZZZ9.
          05 FILLER                   PIC X(95) VALUE SPACES.
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
            PERFORM 2000-REGRADE-PARA
               THRU 2000-REGRADE-EXIT.
            PERFORM 3000-TOTALS-PARA
               THRU 3000-TOTALS-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-PL-DATE.
            PERFORM 1200-SUBJ-PARA
               THRU 1200-SUBJ-EXIT.
            PERFORM 1100-PARM-PARA
               THRU 1100-PARM-EXIT.
            PERFORM 1150-RUNPARM-PARA
               THRU 1150-RUNPARM-EXIT.
            IF WS-RGD-APPLY
               PERFORM 1300-CAL-PARA
                  THRU 1300-CAL-EXIT
               PERFORM 1350-CALCHK-PARA
                  THRU 1350-CALCHK-EXIT
            END-IF.
            PERFORM 1400-OPEN-PARA
               THRU 1400-OPEN-EXIT.
       1000-INIT-EXIT.
            EXIT.
       1100-PARM-PARA.
            OPEN INPUT RGDPARM.
            EVALUATE TRUE
                WHEN FS1-OK
                     READ RGDPARM
                     IF FS1-OK
                        AND RGP-YEAR IS NUMERIC
                        AND RGP-TERM IS NUMERIC
                        AND RGP-YEAR > ZERO
                        AND RGP-TERM > ZERO
                        AND ( RGP-MODE = "P" OR RGP-MODE = "A" )
                        MOVE RGP-YEAR TO WS-RGD-YEAR
                        MOVE RGP-TERM TO WS-RGD-TERM
                        MOVE RGP-MODE TO WS-RGD-MODE
                     ELSE
                        DISPLAY "RE-GRADE PARM INVALID OR MISSING"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     PERFORM 1110-PARMSUBJ-PARA
                        THRU 1110-PARMSUBJ-EXIT
                        VARYING WS-SEL-IDX FROM 1 BY 1
                        UNTIL WS-SEL-IDX > 10
                     CLOSE RGDPARM
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR " WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE WS-RGD-YEAR TO WS-PL-HYEAR.
            MOVE WS-RGD-TERM TO WS-PL-HTERM.
            IF WS-RGD-APPLY
               MOVE "APPLY"   TO WS-PL-HMODE
            ELSE
               MOVE "PREVIEW" TO WS-PL-HMODE
            END-IF.
            IF WS-SEL-CNT = ZERO
               MOVE "ALL" TO WS-PL-HSUBJ
            ELSE
               MOVE RGDPARMREC(10:40) TO WS-PL-HSUBJ
            END-IF.
            DISPLAY "RE-GRADE YEAR " WS-RGD-YEAR
                    " TERM " WS-RGD-TERM
                    " MODE " WS-PL-HMODE.
            DISPLAY "SUBJECTS SELECTED : " WS-PL-HSUBJ.
       1100-PARM-EXIT.
            EXIT.
       1110-PARMSUBJ-PARA.
            IF RGP-SUBJ-CD(WS-SEL-IDX) = SPACES
               GO TO 1110-PARMSUBJ-EXIT
            END-IF.
            MOVE RGP-SUBJ-CD(WS-SEL-IDX) TO WS-CUR-SUBJ.
            PERFORM 2220-FINDSUB-PARA
               THRU 2220-FINDSUB-EXIT.
            IF WS-SUB-FND = ZERO
               DISPLAY "RE-GRADE SUBJECT NOT ON MASTER : "
                       WS-CUR-SUBJ
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-SEL-CNT.
            MOVE WS-CUR-SUBJ TO WS-SEL-TCODE(WS-SEL-CNT).
       1110-PARMSUBJ-EXIT.
            EXIT.
       1150-RUNPARM-PARA.
            OPEN INPUT PARMFILE.
            EVALUATE TRUE
                WHEN FS5-OK
                     READ PARMFILE
                     IF FS5-OK
                        AND PARM-MAXMARKS IS NUMERIC
                        MOVE PARM-MAXMARKS TO WS-MAXMARKS
                     END-IF
                     IF FS5-OK
                        AND PARM-CUTOFF IS NUMERIC
                        MOVE PARM-CUTOFF TO WS-CUTOFF
                     END-IF
                     CLOSE PARMFILE
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR - USING DEFAULTS " WS-FS5
            END-EVALUATE.
       1150-RUNPARM-EXIT.
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
       1300-CAL-PARA.
            OPEN INPUT CALFILE.
            EVALUATE TRUE
                WHEN FS6-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "CALENDAR MASTER OPEN ERROR " WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 1310-CALREAD-PARA
               THRU 1310-CALREAD-EXIT UNTIL FS6-EOF.
            CLOSE CALFILE.
            IF WS-CAL-CNT = ZERO
               DISPLAY "CALENDAR MASTER IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "ACADEMIC CALENDAR LOADED : " WS-CAL-CNT.
       1300-CAL-EXIT.
            EXIT.
       1310-CALREAD-PARA.
            READ CALFILE.
            EVALUATE TRUE
                WHEN FS6-OK
                     IF WS-CAL-CNT < 20
                        ADD 1 TO WS-CAL-CNT
                        MOVE CAL-YEAR   TO WS-CAL-TYEAR(WS-CAL-CNT)
                        MOVE CAL-TERM   TO WS-CAL-TTERM(WS-CAL-CNT)
                        MOVE CAL-STATUS TO WS-CAL-TSTAT(WS-CAL-CNT)
                     ELSE
                        DISPLAY "CALENDAR MASTER TABLE FULL"
                     END-IF
                WHEN FS6-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1310-CALREAD-EXIT.
            EXIT.
       1350-CALCHK-PARA.
            MOVE ZERO TO WS-CAL-FND.
            PERFORM 1360-MATCHCAL-PARA
               THRU 1360-MATCHCAL-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-CNT.
            EVALUATE TRUE
                WHEN WS-CAL-FND = ZERO
                     DISPLAY "TERM NOT ON ACADEMIC CALENDAR - "
                             "RE-GRADE REFUSED"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                WHEN WS-CAL-TSTAT(WS-CAL-FND) NOT = "O"
                     DISPLAY "TERM CLOSED ON CALENDAR - "
                             "RE-GRADE REFUSED"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1350-CALCHK-EXIT.
            EXIT.
       1360-MATCHCAL-PARA.
            IF WS-CAL-TYEAR(WS-CAL-IDX) = WS-RGD-YEAR
               AND WS-CAL-TTERM(WS-CAL-IDX) = WS-RGD-TERM
               AND WS-CAL-FND = ZERO
               MOVE WS-CAL-IDX TO WS-CAL-FND
            END-IF.
       1360-MATCHCAL-EXIT.
            EXIT.
       1400-OPEN-PARA.
            IF WS-RGD-APPLY
               OPEN I-O OUTFILE
            ELSE
               OPEN INPUT OUTFILE
            END-IF.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "OPEN FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN INPUT MRKMAST.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "OPEN FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF WS-RGD-APPLY
               OPEN OUTPUT JRNFILE
               EVALUATE TRUE
                   WHEN FS7-OK
                        DISPLAY "OPEN FS7 SUCCES"
                   WHEN OTHER
                        DISPLAY "OPEN ERROR" WS-FS7
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
               END-EVALUATE
            END-IF.
            OPEN OUTPUT PRTFILE.
            EVALUATE TRUE
                WHEN FS8-OK
                     DISPLAY "OPEN FS8 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1400-OPEN-EXIT.
            EXIT.
       2000-REGRADE-PARA.
            MOVE LOW-VALUES TO MRK-KEY.
            START MRKMAST KEY IS NOT < MRK-KEY.
            EVALUATE TRUE
                WHEN FS3-OK
                     MOVE "N" TO WS-BRW-END-SW
                     PERFORM 2100-BRWREAD-PARA
                        THRU 2100-BRWREAD-EXIT UNTIL WS-BRW-END
                WHEN FS3-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "START ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            CLOSE MRKMAST.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "CLOSE FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS3
            END-EVALUATE.
            CLOSE OUTFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "CLOSE FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS2
            END-EVALUATE.
            IF WS-RGD-APPLY
               CLOSE JRNFILE
            END-IF.
       2000-REGRADE-EXIT.
            EXIT.
       2100-BRWREAD-PARA.
            READ MRKMAST NEXT RECORD.
            EVALUATE TRUE
                WHEN FS3-OK
                     ADD 1 TO WS-SCANN
                WHEN FS3-EOF
                     MOVE "Y" TO WS-BRW-END-SW
                     GO TO 2100-BRWREAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF MRK-YEAR NOT = WS-RGD-YEAR
               OR MRK-TERM NOT = WS-RGD-TERM
               GO TO 2100-BRWREAD-EXIT
            END-IF.
            IF WS-SEL-CNT > ZERO
               MOVE "N" TO WS-INSCOPE-SW
               PERFORM 2150-SCOPE-PARA
                  THRU 2150-SCOPE-EXIT
                  VARYING WS-SUBJ-IDX FROM 1 BY 1
                  UNTIL WS-SUBJ-IDX > MRK-SUBJ-CNT
                     OR WS-SUBJ-IDX > 5
               IF NOT WS-INSCOPE
                  GO TO 2100-BRWREAD-EXIT
               END-IF
            END-IF.
            ADD 1 TO WS-SELN.
            MOVE MRK-KEY TO O-OUTKEY.
            READ OUTFILE KEY IS O-OUTKEY.
            EVALUATE TRUE
                WHEN FS2-OK
                     CONTINUE
                WHEN FS2-NOTFND
                     ADD 1 TO WS-NORESN
                     DISPLAY "NO RESULT FOR MARKS DETAIL - KEY "
                             MRK-KEY
                     GO TO 2100-BRWREAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2200-RECALC-PARA
               THRU 2200-RECALC-EXIT.
            MOVE O-PERC   TO WS-OLD-PERC.
            MOVE O-RESULT TO WS-OLD-RESULT.
            IF WS-PERC = WS-OLD-PERC
               AND WS-NEW-RESULT = WS-OLD-RESULT
               ADD 1 TO WS-SAMEN
               GO TO 2100-BRWREAD-EXIT
            END-IF.
            ADD 1 TO WS-CHGN.
            PERFORM 2300-PRINT-PARA
               THRU 2300-PRINT-EXIT.
            IF WS-RGD-APPLY
               PERFORM 2400-APPLY-PARA
                  THRU 2400-APPLY-EXIT
            END-IF.
       2100-BRWREAD-EXIT.
            EXIT.
       2150-SCOPE-PARA.
            PERFORM 2160-SCOPEMATCH-PARA
               THRU 2160-SCOPEMATCH-EXIT
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-CNT.
       2150-SCOPE-EXIT.
            EXIT.
       2160-SCOPEMATCH-PARA.
            IF WS-SEL-TCODE(WS-SEL-IDX) = MRK-SUBJ-CD(WS-SUBJ-IDX)
               MOVE "Y" TO WS-INSCOPE-SW
            END-IF.
       2160-SCOPEMATCH-EXIT.
            EXIT.
       2200-RECALC-PARA.
            MOVE MRK-SUBJ-CNT TO WS-SUBJ-CNT.
            PERFORM 2210-BLDWGT-PARA
               THRU 2210-BLDWGT-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
            CALL "CA21G086" USING WS-MARKS-AREA WS-SUBJ-CNT
                                   WS-PERC WS-MAXMARKS WS-TOT-OBT
                                   WS-CREDIT-AREA WS-SUBJMAX-AREA
                                   WS-MINPASS-AREA WS-SUBJFAIL-AREA
                                   WS-FAIL-CNT.
            EVALUATE TRUE
                WHEN WS-FAIL-CNT > ZERO
                     MOVE "FAIL - SUBJECT MINIMUM" TO WS-NEW-RESULT
                WHEN WS-PERC >= 90
                     MOVE "GRADE A - EXCELLENT" TO WS-NEW-RESULT
                WHEN WS-PERC >= 80
                     MOVE "GRADE B - VERY GOOD" TO WS-NEW-RESULT
                WHEN WS-PERC >= 70
                     MOVE "GRADE C - GOOD" TO WS-NEW-RESULT
                WHEN WS-PERC >= 60
                     MOVE "GRADE D - AVERAGE" TO WS-NEW-RESULT
                WHEN OTHER
                     MOVE "GRADE F - FAIL" TO WS-NEW-RESULT
            END-EVALUATE.
            IF O-RESULT(25:6) = "(SUPP)"
               MOVE "(SUPP)" TO WS-NEW-RESULT(25:6)
            END-IF.
       2200-RECALC-EXIT.
            EXIT.
       2210-BLDWGT-PARA.
            MOVE ZERO TO WS-CREDIT-TBL(WS-SUBJ-IDX)
                         WS-SUBJMAX-TBL(WS-SUBJ-IDX)
                         WS-MINPASS-TBL(WS-SUBJ-IDX).
            MOVE "00.00" TO WS-MARKS-TBL(WS-SUBJ-IDX)(1:5).
            IF WS-SUBJ-IDX > WS-SUBJ-CNT
               GO TO 2210-BLDWGT-EXIT
            END-IF.
            IF MRK-MARK(WS-SUBJ-IDX)(1:2) IS NUMERIC
               AND MRK-MARK(WS-SUBJ-IDX)(4:2) IS NUMERIC
               MOVE MRK-MARK(WS-SUBJ-IDX)(1:5)
                 TO WS-MARKS-TBL(WS-SUBJ-IDX)(1:5)
            END-IF.
            MOVE MRK-SUBJ-CD(WS-SUBJ-IDX) TO WS-CUR-SUBJ.
            PERFORM 2220-FINDSUB-PARA
               THRU 2220-FINDSUB-EXIT.
            IF WS-SUB-FND > ZERO
               MOVE WS-SUB-TCRED(WS-SUB-FND)
                 TO WS-CREDIT-TBL(WS-SUBJ-IDX)
               MOVE WS-SUB-TMAX(WS-SUB-FND)
                 TO WS-SUBJMAX-TBL(WS-SUBJ-IDX)
               MOVE WS-SUB-TMIN(WS-SUB-FND)
                 TO WS-MINPASS-TBL(WS-SUBJ-IDX)
            END-IF.
       2210-BLDWGT-EXIT.
            EXIT.
       2220-FINDSUB-PARA.
            MOVE ZERO TO WS-SUB-FND.
            PERFORM 2230-MATCHSUB-PARA
               THRU 2230-MATCHSUB-EXIT
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-CNT.
       2220-FINDSUB-EXIT.
            EXIT.
       2230-MATCHSUB-PARA.
            IF WS-SUB-TCODE(WS-SUB-IDX) = WS-CUR-SUBJ
               AND WS-SUB-FND = ZERO
               MOVE WS-SUB-IDX TO WS-SUB-FND
            END-IF.
       2230-MATCHSUB-EXIT.
            EXIT.
       2300-PRINT-PARA.
            MOVE "N" TO WS-OLD-FAIL-SW WS-NEW-FAIL-SW.
            IF WS-OLD-RESULT(1:22) = "FAIL - SUBJECT MINIMUM"
               OR WS-OLD-PERC < WS-CUTOFF
               MOVE "Y" TO WS-OLD-FAIL-SW
            END-IF.
            IF WS-FAIL-CNT > ZERO
               OR WS-PERC < WS-CUTOFF
               MOVE "Y" TO WS-NEW-FAIL-SW
            END-IF.
            MOVE SPACES TO WS-PL-FLIP.
            EVALUATE TRUE
                WHEN WS-NEW-FAIL AND NOT WS-OLD-FAIL
                     ADD 1 TO WS-P2FN
                     MOVE "PASS TO FAIL" TO WS-PL-FLIP
                WHEN WS-OLD-FAIL AND NOT WS-NEW-FAIL
                     ADD 1 TO WS-F2PN
                     MOVE "FAIL TO PASS" TO WS-PL-FLIP
            END-EVALUATE.
            IF WS-LINEN > 55
               PERFORM 2350-NEWPAGE-PARA
                  THRU 2350-NEWPAGE-EXIT
            END-IF.
            MOVE O-STID        TO WS-PL-STID.
            MOVE O-NEWNAME     TO WS-PL-NAME.
            MOVE WS-OLD-PERC   TO WS-PL-OPERC.
            MOVE WS-OLD-RESULT TO WS-PL-ORES.
            MOVE WS-PERC       TO WS-PL-NPERC.
            MOVE WS-NEW-RESULT TO WS-PL-NRES.
            WRITE PRTREC FROM WS-PL-DET
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINEN.
       2300-PRINT-EXIT.
            EXIT.
       2350-NEWPAGE-PARA.
            ADD 1 TO WS-PAGEN.
            MOVE WS-PAGEN TO WS-PL-PAGE.
            WRITE PRTREC FROM WS-PL-HDR1
                AFTER ADVANCING PAGE.
            WRITE PRTREC FROM WS-PL-HDR2
                AFTER ADVANCING 2 LINES.
            WRITE PRTREC FROM WS-PL-COLS
                AFTER ADVANCING 2 LINES.
            MOVE 6 TO WS-LINEN.
       2350-NEWPAGE-EXIT.
            EXIT.
       2400-APPLY-PARA.
            MOVE OUTREC TO WS-JRN-BEFORE.
            MOVE WS-PERC       TO O-PERC.
            MOVE WS-TOT-OBT    TO O-MARKS-TOT.
            MOVE WS-NEW-RESULT TO O-RESULT.
            REWRITE OUTREC.
            EVALUATE TRUE
                WHEN FS2-OK
                     ADD 1 TO WS-UPDN
                WHEN OTHER
                     DISPLAY "REWRITE ERROR" WS-FS2 " KEY " O-OUTKEY
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE SPACES TO JRNREC.
            MOVE WS-RUN-DATE   TO JRN-DATE.
            MOVE "CA14G086"    TO JRN-SOURCE.
            MOVE "G"           TO JRN-MODE.
            MOVE "R"           TO JRN-ACTION.
            MOVE O-OUTKEY      TO JRN-KEY.
            MOVE WS-JRN-BEFORE TO JRN-BEFORE.
            MOVE OUTREC        TO JRN-AFTER.
            WRITE JRNREC.
            EVALUATE TRUE
                WHEN FS7-OK
                     ADD 1 TO WS-JRNN
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2400-APPLY-EXIT.
            EXIT.
       3000-TOTALS-PARA.
            IF WS-LINEN > 45
               PERFORM 2350-NEWPAGE-PARA
                  THRU 2350-NEWPAGE-EXIT
            END-IF.
            MOVE "RESULTS IN SCOPE" TO WS-PL-TOT-TXT.
            MOVE WS-SELN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT
                AFTER ADVANCING 3 LINES.
            MOVE "RESULTS UNCHANGED" TO WS-PL-TOT-TXT.
            MOVE WS-SAMEN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT
                AFTER ADVANCING 1 LINE.
            MOVE "RESULTS CHANGED" TO WS-PL-TOT-TXT.
            MOVE WS-CHGN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT
                AFTER ADVANCING 1 LINE.
            MOVE "  PASS TO FAIL" TO WS-PL-TOT-TXT.
            MOVE WS-P2FN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT
                AFTER ADVANCING 1 LINE.
            MOVE "  FAIL TO PASS" TO WS-PL-TOT-TXT.
            MOVE WS-F2PN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT
                AFTER ADVANCING 1 LINE.
            MOVE "NO RESULT ON OUTFILE" TO WS-PL-TOT-TXT.
            MOVE WS-NORESN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOT
                AFTER ADVANCING 1 LINE.
            IF WS-RGD-APPLY
               MOVE "RESULTS REWRITTEN" TO WS-PL-TOT-TXT
               MOVE WS-UPDN TO WS-PL-TOT-CNT
            ELSE
               MOVE "PREVIEW ONLY - NOTHING UPDATED" TO WS-PL-TOT-TXT
               MOVE ZERO TO WS-PL-TOT-CNT
            END-IF.
            WRITE PRTREC FROM WS-PL-TOT
                AFTER ADVANCING 2 LINES.
            CLOSE PRTFILE.
       3000-TOTALS-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA14G086  -  RESULT RE-GRADE".
            DISPLAY "=========================================".
            DISPLAY "MODE                  : " WS-PL-HMODE.
            DISPLAY "MARKS DETAIL READ     : " WS-SCANN.
            DISPLAY "RESULTS IN SCOPE      : " WS-SELN.
            DISPLAY "RESULTS UNCHANGED     : " WS-SAMEN.
            DISPLAY "RESULTS CHANGED       : " WS-CHGN.
            DISPLAY "PASS TO FAIL          : " WS-P2FN.
            DISPLAY "FAIL TO PASS          : " WS-F2PN.
            DISPLAY "NO RESULT ON OUTFILE  : " WS-NORESN.
            DISPLAY "RESULTS REWRITTEN     : " WS-UPDN.
            DISPLAY "JOURNAL RECS WRITTEN  : " WS-JRNN.
            DISPLAY "=========================================".
            IF WS-NORESN > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM 9500-RUNHIST-PARA
               THRU 9500-RUNHIST-EXIT.
       9000-TERM-EXIT.
            STOP RUN.
       9500-RUNHIST-PARA.
            INITIALIZE WS-RH-AREA.
            MOVE "CA14G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-SCANN TO WS-RH-VAL(1).
            MOVE "IN SCOPE" TO WS-RH-LBL(2).
            MOVE WS-SELN TO WS-RH-VAL(2).
            MOVE "CHANGED" TO WS-RH-LBL(3).
            MOVE WS-CHGN TO WS-RH-VAL(3).
            MOVE "REWRITTEN" TO WS-RH-LBL(4).
            MOVE WS-UPDN TO WS-RH-VAL(4).
            MOVE "NO RESULT" TO WS-RH-LBL(5).
            MOVE WS-NORESN TO WS-RH-VAL(5).
            MOVE "JOURNAL" TO WS-RH-LBL(6).
            MOVE WS-JRNN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
