       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA43G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OUTFILE ASSIGN TO DD1
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS O-OUTKEY
                   FILE STATUS WS-FS1.
            SELECT MRKMAST ASSIGN TO DD2
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MRK-KEY
                   FILE STATUS WS-FS2.
            SELECT SUBJFILE ASSIGN TO DD3
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS3.
            SELECT STUFILE ASSIGN TO DD4
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS STU-STID
                   FILE STATUS WS-FS4.
            SELECT AWDRULE ASSIGN TO DD5
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS5.
            SELECT AWDPARM ASSIGN TO DD6
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS6.
            SELECT AWDHIST ASSIGN TO DD7
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS WS-FS7.
            SELECT PAYFILE ASSIGN TO DD8
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS8.
            SELECT PRTFILE ASSIGN TO DD9
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS9.
            SELECT PARMFILE ASSIGN TO DD10
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS10.
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
       FD STUFILE.
       01 STUREC.
          05 STU-STID                 PIC 9(5).
          05 FILLER                   PIC X.
          05 STU-FNAME                PIC X(10).
          05 FILLER                   PIC X.
          05 STU-LNAME                PIC X(10).
          05 FILLER                   PIC X.
          05 STU-PROG                 PIC X(20).
          05 FILLER                   PIC X.
          05 STU-ENR-STAT             PIC X(1).
          05 FILLER                   PIC X(30).
       FD AWDRULE.
       01 AWDRULEREC.
          05 AR-CODE                  PIC X(4).
          05 FILLER                   PIC X.
          05 AR-PROG                  PIC X(20).
          05 FILLER                   PIC X.
          05 AR-MINPERC               PIC 9(3).
          05 FILLER                   PIC X.
          05 AR-QUOTA                 PIC 9(3).
          05 FILLER                   PIC X.
          05 AR-AMOUNT                PIC 9(6)V99.
          05 FILLER                   PIC X.
          05 AR-NAME                  PIC X(30).
          05 FILLER                   PIC X(7).
       FD AWDPARM.
       01 AWDPARMREC.
          05 AP-YEAR                  PIC 9(4).
          05 FILLER                   PIC X.
          05 AP-TERM                  PIC 9(1).
          05 FILLER                   PIC X(74).
       FD AWDHIST.
       01 AWDHISTREC.
          05 AH-KEY                   PIC X(11).
          05 FILLER                   PIC X.
          05 AH-CODE                  PIC X(4).
          05 FILLER                   PIC X.
          05 AH-PROG                  PIC X(20).
          05 FILLER                   PIC X.
          05 AH-AMOUNT                PIC 9(6)V99.
          05 FILLER                   PIC X.
          05 AH-PERC                  PIC 9(3).
          05 FILLER                   PIC X.
          05 AH-AWD-DATE              PIC 9(8).
          05 FILLER                   PIC X(21).
       FD PAYFILE.
       01 PAYREC.
          05 PAY-STID                 PIC X(6).
          05 FILLER                   PIC X.
          05 PAY-NAME                 PIC X(21).
          05 FILLER                   PIC X.
          05 PAY-YEAR                 PIC 9(4).
          05 FILLER                   PIC X.
          05 PAY-TERM                 PIC 9(1).
          05 FILLER                   PIC X.
          05 PAY-AWD-CODE             PIC X(4).
          05 FILLER                   PIC X.
          05 PAY-PROG                 PIC X(20).
          05 FILLER                   PIC X.
          05 PAY-AMOUNT               PIC 9(6).99.
          05 FILLER                   PIC X.
          05 PAY-AWD-DATE             PIC 9(8).
          05 FILLER                   PIC X(20).
       01 PAYREC-HDR.
          05 PH-REC-TYPE              PIC X(3).
          05 FILLER                   PIC X.
          05 PH-CRE-DATE              PIC 9(8).
          05 FILLER                   PIC X.
          05 PH-SRC-SYS               PIC X(8).
          05 FILLER                   PIC X(79).
       01 PAYREC-TRL.
          05 PT-REC-TYPE              PIC X(3).
          05 FILLER                   PIC X.
          05 PT-REC-CNT               PIC 9(7).
          05 FILLER                   PIC X.
          05 PT-HASH-TOT              PIC 9(9)V99.
          05 FILLER                   PIC X(77).
       FD PRTFILE.
       01 PRTREC                      PIC X(132).
       FD PARMFILE.
       01 PARMREC.
          05 PARM-MAXMARKS            PIC 9(03).
          05 FILLER                   PIC X.
          05 PARM-CUTOFF              PIC 9(03).
          05 FILLER                   PIC X.
          05 PARM-RUNMODE             PIC X(01).
          05 FILLER                   PIC X(72).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS1-EOF                            VALUE 10.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
          88 FS2-NOTFND                         VALUE 23.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
          88 FS3-EOF                            VALUE 10.
       01 WS-FS4                      PIC 99.
          88 FS4-OK                             VALUE 00.
          88 FS4-NOTFND                         VALUE 23.
       01 WS-FS5                      PIC 99.
          88 FS5-OK                             VALUE 00.
          88 FS5-EOF                            VALUE 10.
       01 WS-FS6                      PIC 99.
          88 FS6-OK                             VALUE 00.
       01 WS-FS7                      PIC 99.
          88 FS7-OK                             VALUE 00.
          88 FS7-NOTFND                         VALUE 23.
          88 FS7-EMPTY                          VALUE 35.
       01 WS-FS8                      PIC 99.
          88 FS8-OK                             VALUE 00.
       01 WS-FS9                      PIC 99.
          88 FS9-OK                             VALUE 00.
       01 WS-FS10                     PIC 99.
          88 FS10-OK                            VALUE 00.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-SEL-YEAR                 PIC 9(4).
       01 WS-SEL-TERM                 PIC 9(1).
       01 WS-MAXMARKS                 PIC 9(03) VALUE 050.
       01 WS-CUR-KEY                  PIC X(11).
       01 WS-CUR-RES                  PIC X(30).
       01 WS-CUR-TOT                  PIC 9(4)V99.
       01 WS-MRKN                     PIC 9(7) VALUE ZERO.
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-SKIPN                    PIC 9(7) VALUE ZERO.
       01 WS-NOSTUN                   PIC 9(7) VALUE ZERO.
       01 WS-NOTENRN                  PIC 9(7) VALUE ZERO.
       01 WS-FAILN                    PIC 9(7) VALUE ZERO.
       01 WS-NODETN                   PIC 9(7) VALUE ZERO.
       01 WS-ELIGN                    PIC 9(7) VALUE ZERO.
       01 WS-PRVN                     PIC 9(7) VALUE ZERO.
       01 WS-AWDN                     PIC 9(7) VALUE ZERO.
       01 WS-TIEN                     PIC 9(7) VALUE ZERO.
       01 WS-DUPN                     PIC 9(7) VALUE ZERO.
       01 WS-DROPN                    PIC 9(7) VALUE ZERO.
       01 WS-PAYN                     PIC 9(7) VALUE ZERO.
       01 WS-PAY-HASH                 PIC 9(9)V99 VALUE ZERO.
       01 WS-PAGEN                    PIC 9(5) VALUE ZERO.
       01 WS-LINEN                    PIC 9(3) VALUE 99.
       01 WS-SUBJ-IDX                 PIC 9(1).
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
       01 WS-RUL-CNT                  PIC 9(02) VALUE ZERO.
       01 WS-RUL-IDX                  PIC 9(02).
       01 WS-RUL-FND                  PIC 9(02).
       01 WS-RUL-TBL.
          05 WS-RUL-ENT OCCURS 50 TIMES.
             10 WS-RUL-TCODE          PIC X(4).
             10 WS-RUL-TPROG          PIC X(20).
             10 WS-RUL-TMIN           PIC 9(3).
             10 WS-RUL-TQUOTA         PIC 9(3).
             10 WS-RUL-TAMT           PIC 9(6)V99.
             10 WS-RUL-TNAME          PIC X(30).
             10 WS-RUL-TGIVEN         PIC 9(3).
             10 WS-RUL-TNEW           PIC 9(3).
             10 WS-RUL-TPAID          PIC 9(9)V99.
       01 WS-CND-CNT                  PIC 9(5) VALUE ZERO.
       01 WS-CND-IDX                  PIC 9(5).
       01 WS-BEST-IDX                 PIC 9(5).
       01 WS-LAST-IDX                 PIC 9(5).
       01 WS-CND-TBL.
          05 WS-CND-ENT OCCURS 20000 TIMES.
             10 WS-CND-TKEY           PIC X(11).
             10 WS-CND-TNAME          PIC X(21).
             10 WS-CND-TPROG          PIC X(20).
             10 WS-CND-TPERC          PIC 9(3).
             10 WS-CND-TTOT           PIC 9(4)V99.
             10 WS-CND-TSTAT          PIC X(1).
             10 WS-CND-TRULE          PIC 9(2).
       01 WS-CND-STAT                 PIC X(1).
          88 WS-CND-ELIGIBLE                    VALUE "E".
          88 WS-CND-PREVIOUS                    VALUE "P".
       01 WS-CUR-NAME                 PIC X(21).
       01 WS-CUR-PROG                 PIC X(20).
       01 WS-CUR-RULE                 PIC 9(2).
       01 WS-REMAIN                   PIC 9(3).
       01 WS-RANK                     PIC 9(3).
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
       01 WS-PL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA43G086".
          05 FILLER                   PIC X(30)
                                      VALUE "AWARD REGISTER".
          05 FILLER                   PIC X(9) VALUE "RUN DATE ".
          05 WS-PL-DATE               PIC 9(8).
          05 FILLER                   PIC X(7) VALUE "  PAGE ".
          05 WS-PL-PAGE               PIC ZZZZ9.
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-PL-HDR2.
          05 FILLER                   PIC X(6) VALUE "YEAR: ".
          05 WS-PL-YEAR               PIC 9(4).
          05 FILLER                   PIC X(8) VALUE "  TERM: ".
          05 WS-PL-TERM               PIC 9(1).
          05 FILLER                   PIC X(113) VALUE SPACES.
       01 WS-PL-RUL.
          05 FILLER                   PIC X(7) VALUE "AWARD: ".
          05 WS-PL-RCODE              PIC X(4).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 WS-PL-RNAME              PIC X(30).
          05 FILLER                   PIC X(13) VALUE "  PROGRAMME: ".
          05 WS-PL-RPROG              PIC X(20).
          05 FILLER                   PIC X(11) VALUE "  MIN PCT: ".
          05 WS-PL-RMIN               PIC ZZ9.
          05 FILLER                   PIC X(9) VALUE "  QUOTA: ".
          05 WS-PL-RQUOTA             PIC ZZ9.
          05 FILLER                   PIC X(10) VALUE "  AMOUNT: ".
          05 WS-PL-RAMT               PIC ZZZ,ZZ9.99.
          05 FILLER                   PIC X(11) VALUE SPACES.
       01 WS-PL-COLS.
          05 FILLER                   PIC X(6)  VALUE "RANK".
          05 FILLER                   PIC X(9)  VALUE "STUDENT".
          05 FILLER                   PIC X(23) VALUE "NAME".
          05 FILLER                   PIC X(6)  VALUE "PCT".
          05 FILLER                   PIC X(10) VALUE "TOTAL".
          05 FILLER                   PIC X(13) VALUE "AMOUNT".
          05 FILLER                   PIC X(65) VALUE "STATUS".
       01 WS-PL-DET.
          05 WS-PL-RANK               PIC ZZ9.
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-STID               PIC X(6).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-NAME               PIC X(21).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-PERC               PIC ZZ9.
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-TOT                PIC ZZZ9.99.
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-AMT                PIC ZZZ,ZZ9.99.
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-STAT               PIC X(40).
          05 FILLER                   PIC X(25) VALUE SPACES.
       01 WS-PL-FOOT.
          05 FILLER                   PIC X(17)
                                      VALUE "  AWARDS TOTAL : ".
          05 WS-PL-FCNT               PIC ZZ9.
          05 FILLER                   PIC X(17)
                                      VALUE "  AMOUNT TOTAL : ".
          05 WS-PL-FAMT               PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                   PIC X(81) VALUE SPACES.
       01 WS-PL-TOTL.
          05 WS-PL-TOT-LBL            PIC X(30).
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
            PERFORM 2000-LOAD-PARA
               THRU 2000-LOAD-EXIT.
            PERFORM 3000-CAND-PARA
               THRU 3000-CAND-EXIT.
            PERFORM 4000-ALLOC-PARA
               THRU 4000-ALLOC-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-PL-DATE.
            PERFORM 1100-PARM-PARA
               THRU 1100-PARM-EXIT.
            PERFORM 1150-RUNPARM-PARA
               THRU 1150-RUNPARM-EXIT.
            PERFORM 1200-SUBJ-PARA
               THRU 1200-SUBJ-EXIT.
            PERFORM 1300-RULES-PARA
               THRU 1300-RULES-EXIT.
            OPEN INPUT STUFILE.
            EVALUATE TRUE
                WHEN FS4-OK
                     DISPLAY "OPEN FS4 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN I-O AWDHIST.
            EVALUATE TRUE
                WHEN FS7-OK
                     DISPLAY "OPEN FS7 SUCCES"
                WHEN FS7-EMPTY
                     OPEN OUTPUT AWDHIST
                     CLOSE AWDHIST
                     OPEN I-O AWDHIST
                     IF NOT FS7-OK
                        DISPLAY "OPEN ERROR" WS-FS7
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     DISPLAY "AWARD HISTORY EMPTY - INITIALIZED"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT PAYFILE.
            EVALUATE TRUE
                WHEN FS8-OK
                     DISPLAY "OPEN FS8 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE SPACES TO PAYREC.
            MOVE "HDR" TO PH-REC-TYPE.
            MOVE WS-RUN-DATE TO PH-CRE-DATE.
            MOVE "CA43G086" TO PH-SRC-SYS.
            WRITE PAYREC.
            EVALUATE TRUE
                WHEN FS8-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT PRTFILE.
            EVALUATE TRUE
                WHEN FS9-OK
                     DISPLAY "OPEN FS9 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS9
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1000-INIT-EXIT.
            EXIT.
       1100-PARM-PARA.
            OPEN INPUT AWDPARM.
            EVALUATE TRUE
                WHEN FS6-OK
                     READ AWDPARM
                     IF FS6-OK
                        AND AP-YEAR IS NUMERIC
                        AND AP-TERM IS NUMERIC
                        AND AP-YEAR > ZERO
                        AND AP-TERM > ZERO
                        MOVE AP-YEAR TO WS-SEL-YEAR
                        MOVE AP-TERM TO WS-SEL-TERM
                     ELSE
                        DISPLAY "AWARD PARM INVALID OR MISSING"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     CLOSE AWDPARM
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR " WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE WS-SEL-YEAR TO WS-PL-YEAR.
            MOVE WS-SEL-TERM TO WS-PL-TERM.
            DISPLAY "AWARDS FOR YEAR " WS-SEL-YEAR
                    " TERM " WS-SEL-TERM.
       1100-PARM-EXIT.
            EXIT.
       1150-RUNPARM-PARA.
            OPEN INPUT PARMFILE.
            EVALUATE TRUE
                WHEN FS10-OK
                     READ PARMFILE
                     IF FS10-OK
                        AND PARM-MAXMARKS IS NUMERIC
                        MOVE PARM-MAXMARKS TO WS-MAXMARKS
                     END-IF
                     CLOSE PARMFILE
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR - USING DEFAULTS "
                             WS-FS10
            END-EVALUATE.
       1150-RUNPARM-EXIT.
            EXIT.
       1200-SUBJ-PARA.
            OPEN INPUT SUBJFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "SUBJECT MASTER OPEN ERROR " WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 1210-SUBJREAD-PARA
               THRU 1210-SUBJREAD-EXIT UNTIL FS3-EOF.
            CLOSE SUBJFILE.
            DISPLAY "SUBJECT MASTER LOADED : " WS-SUB-CNT.
       1200-SUBJ-EXIT.
            EXIT.
       1210-SUBJREAD-PARA.
            READ SUBJFILE.
            EVALUATE TRUE
                WHEN FS3-OK
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
                WHEN FS3-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1210-SUBJREAD-EXIT.
            EXIT.
       1300-RULES-PARA.
            OPEN INPUT AWDRULE.
            EVALUATE TRUE
                WHEN FS5-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "AWARD RULES OPEN ERROR " WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 1310-RULEREAD-PARA
               THRU 1310-RULEREAD-EXIT UNTIL FS5-EOF.
            CLOSE AWDRULE.
            IF WS-RUL-CNT = ZERO
               DISPLAY "AWARD RULES FILE IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            DISPLAY "AWARD RULES LOADED    : " WS-RUL-CNT.
       1300-RULES-EXIT.
            EXIT.
       1310-RULEREAD-PARA.
            READ AWDRULE.
            EVALUATE TRUE
                WHEN FS5-OK
                     CONTINUE
                WHEN FS5-EOF
                     GO TO 1310-RULEREAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF AR-CODE = SPACES
               OR AR-PROG = SPACES
               OR AR-MINPERC IS NOT NUMERIC
               OR AR-QUOTA IS NOT NUMERIC
               OR AR-AMOUNT IS NOT NUMERIC
               OR AR-MINPERC > 100
               OR AR-QUOTA = ZERO
               DISPLAY "AWARD RULE CARD INVALID: " AWDRULEREC
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE AR-CODE TO WS-CUR-KEY(1:4).
            MOVE AR-PROG TO WS-CUR-PROG.
            PERFORM 1320-FINDRULE-PARA
               THRU 1320-FINDRULE-EXIT.
            IF WS-RUL-FND > ZERO
               DISPLAY "DUPLICATE AWARD RULE: " AR-CODE " " AR-PROG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WS-RUL-CNT NOT < 50
               DISPLAY "AWARD RULES TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-RUL-CNT.
            MOVE AR-CODE    TO WS-RUL-TCODE(WS-RUL-CNT).
            MOVE AR-PROG    TO WS-RUL-TPROG(WS-RUL-CNT).
            MOVE AR-MINPERC TO WS-RUL-TMIN(WS-RUL-CNT).
            MOVE AR-QUOTA   TO WS-RUL-TQUOTA(WS-RUL-CNT).
            MOVE AR-AMOUNT  TO WS-RUL-TAMT(WS-RUL-CNT).
            MOVE AR-NAME    TO WS-RUL-TNAME(WS-RUL-CNT).
            MOVE ZERO TO WS-RUL-TGIVEN(WS-RUL-CNT)
                         WS-RUL-TNEW(WS-RUL-CNT)
                         WS-RUL-TPAID(WS-RUL-CNT).
       1310-RULEREAD-EXIT.
            EXIT.
       1320-FINDRULE-PARA.
            MOVE ZERO TO WS-RUL-FND.
            PERFORM 1330-RULESCAN-PARA
               THRU 1330-RULESCAN-EXIT
               VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RUL-CNT.
       1320-FINDRULE-EXIT.
            EXIT.
       1330-RULESCAN-PARA.
            IF WS-RUL-TCODE(WS-RUL-IDX) = WS-CUR-KEY(1:4)
               AND WS-RUL-TPROG(WS-RUL-IDX) = WS-CUR-PROG
               AND WS-RUL-FND = ZERO
               MOVE WS-RUL-IDX TO WS-RUL-FND
            END-IF.
       1330-RULESCAN-EXIT.
            EXIT.
       2000-LOAD-PARA.
            OPEN INPUT MRKMAST.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "OPEN FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2000-LOAD-EXIT.
            EXIT.
       3000-CAND-PARA.
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
            DISPLAY "MARKS DETAIL FOUND    : " WS-MRKN.
            DISPLAY "CANDIDATES ELIGIBLE   : " WS-ELIGN.
            DISPLAY "PREVIOUSLY AWARDED    : " WS-PRVN.
       3000-CAND-EXIT.
            EXIT.
       3100-OUTREAD-PARA.
            READ OUTFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS1-OK
                     AND ( O-YEAR NOT = WS-SEL-YEAR
                        OR O-TERM NOT = WS-SEL-TERM )
                     ADD 1 TO WS-SKIPN
                WHEN FS1-OK
                     ADD 1 TO WS-READN
                     PERFORM 3200-ELIG-PARA
                        THRU 3200-ELIG-EXIT
                WHEN FS1-EOF
                     DISPLAY "READ END WITH TOTAL : " WS-READN
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3100-OUTREAD-EXIT.
            EXIT.
       3200-ELIG-PARA.
            MOVE O-OUTKEY TO WS-CUR-KEY.
            MOVE O-RESULT TO WS-CUR-RES.
            IF O-STID(2:5) IS NOT NUMERIC
               ADD 1 TO WS-NOSTUN
               GO TO 3200-ELIG-EXIT
            END-IF.
            MOVE O-STID(2:5) TO STU-STID.
            READ STUFILE KEY IS STU-STID.
            EVALUATE TRUE
                WHEN FS4-OK
                     CONTINUE
                WHEN FS4-NOTFND
                     ADD 1 TO WS-NOSTUN
                     GO TO 3200-ELIG-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE SPACES TO WS-CUR-NAME.
            STRING STU-FNAME DELIMITED BY SPACE
                   " "       DELIMITED BY SIZE
                   STU-LNAME DELIMITED BY SPACE
              INTO WS-CUR-NAME
            END-STRING.
            MOVE STU-PROG TO WS-CUR-PROG.
            MOVE "E" TO WS-CND-STAT.
            MOVE ZERO TO WS-CUR-RULE.
            MOVE O-OUTKEY TO AH-KEY.
            READ AWDHIST KEY IS AH-KEY.
            EVALUATE TRUE
                WHEN FS7-OK
                     MOVE "P" TO WS-CND-STAT
                     MOVE AH-CODE TO WS-CUR-KEY(1:4)
                     MOVE AH-PROG TO WS-CUR-PROG
                     PERFORM 1320-FINDRULE-PARA
                        THRU 1320-FINDRULE-EXIT
                     MOVE WS-RUL-FND TO WS-CUR-RULE
                     IF WS-RUL-FND > ZERO
                        ADD 1 TO WS-RUL-TGIVEN(WS-RUL-FND)
                     END-IF
                     MOVE O-OUTKEY TO WS-CUR-KEY
                     MOVE STU-PROG TO WS-CUR-PROG
                WHEN FS7-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF WS-CND-ELIGIBLE
               AND STU-ENR-STAT NOT = "E"
               ADD 1 TO WS-NOTENRN
               GO TO 3200-ELIG-EXIT
            END-IF.
            PERFORM 3300-SCORE-PARA
               THRU 3300-SCORE-EXIT.
            IF WS-CND-ELIGIBLE
               AND WS-FAIL-CNT > ZERO
               ADD 1 TO WS-FAILN
               GO TO 3200-ELIG-EXIT
            END-IF.
            IF WS-CND-CNT NOT < 20000
               ADD 1 TO WS-DROPN
               DISPLAY "CANDIDATE TABLE FULL - REC DROPPED: "
                       O-OUTKEY
               GO TO 3200-ELIG-EXIT
            END-IF.
            ADD 1 TO WS-CND-CNT.
            MOVE O-OUTKEY    TO WS-CND-TKEY(WS-CND-CNT).
            MOVE WS-CUR-NAME TO WS-CND-TNAME(WS-CND-CNT).
            MOVE WS-CUR-PROG TO WS-CND-TPROG(WS-CND-CNT).
            MOVE WS-PERC     TO WS-CND-TPERC(WS-CND-CNT).
            MOVE WS-CUR-TOT  TO WS-CND-TTOT(WS-CND-CNT).
            MOVE WS-CND-STAT TO WS-CND-TSTAT(WS-CND-CNT).
            MOVE WS-CUR-RULE TO WS-CND-TRULE(WS-CND-CNT).
            IF WS-CND-ELIGIBLE
               ADD 1 TO WS-ELIGN
            ELSE
               ADD 1 TO WS-PRVN
            END-IF.
       3200-ELIG-EXIT.
            EXIT.
       3300-SCORE-PARA.
            MOVE ZERO TO WS-FAIL-CNT.
            MOVE O-OUTKEY TO MRK-KEY.
            READ MRKMAST.
            EVALUATE TRUE
                WHEN FS2-OK
                     ADD 1 TO WS-MRKN
                WHEN FS2-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF FS2-NOTFND
               ADD 1 TO WS-NODETN
               MOVE O-PERC TO WS-PERC
               MOVE ZERO TO WS-CUR-TOT
               IF O-MARKS-TOT(1:4) IS NUMERIC
                  AND O-MARKS-TOT(6:2) IS NUMERIC
                  MOVE O-MARKS-TOT(1:4) TO WS-CUR-TOT(1:4)
                  MOVE O-MARKS-TOT(6:2) TO WS-CUR-TOT(5:2)
               END-IF
               IF WS-CUR-RES(1:22) = "FAIL - SUBJECT MINIMUM"
                  MOVE 1 TO WS-FAIL-CNT
               END-IF
               GO TO 3300-SCORE-EXIT
            END-IF.
            MOVE MRK-SUBJ-CNT TO WS-SUBJ-CNT.
            PERFORM 3310-BLDWGT-PARA
               THRU 3310-BLDWGT-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
            CALL "CA21G086" USING WS-MARKS-AREA WS-SUBJ-CNT
                                   WS-PERC WS-MAXMARKS WS-TOT-OBT
                                   WS-CREDIT-AREA WS-SUBJMAX-AREA
                                   WS-MINPASS-AREA WS-SUBJFAIL-AREA
                                   WS-FAIL-CNT.
            MOVE WS-TOT-OBT TO WS-CUR-TOT.
       3300-SCORE-EXIT.
            EXIT.
       3310-BLDWGT-PARA.
            MOVE ZERO TO WS-CREDIT-TBL(WS-SUBJ-IDX)
                         WS-SUBJMAX-TBL(WS-SUBJ-IDX)
                         WS-MINPASS-TBL(WS-SUBJ-IDX).
            MOVE "00.00" TO WS-MARKS-TBL(WS-SUBJ-IDX)(1:5).
            IF WS-SUBJ-IDX > WS-SUBJ-CNT
               GO TO 3310-BLDWGT-EXIT
            END-IF.
            IF MRK-MARK(WS-SUBJ-IDX)(1:2) IS NUMERIC
               AND MRK-MARK(WS-SUBJ-IDX)(4:2)
                   IS NUMERIC
               MOVE MRK-MARK(WS-SUBJ-IDX)
                 TO WS-MARKS-TBL(WS-SUBJ-IDX)(1:5)
            END-IF.
            MOVE ZERO TO WS-SUB-FND.
            PERFORM 3320-MATCHSUB-PARA
               THRU 3320-MATCHSUB-EXIT
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
       3310-BLDWGT-EXIT.
            EXIT.
       3320-MATCHSUB-PARA.
            IF WS-SUB-TCODE(WS-SUB-IDX)
               = MRK-SUBJ-CD(WS-SUBJ-IDX)
               AND WS-SUB-FND = ZERO
               MOVE WS-SUB-IDX TO WS-SUB-FND
            END-IF.
       3320-MATCHSUB-EXIT.
            EXIT.
       4000-ALLOC-PARA.
            PERFORM 4100-RULE-PARA
               THRU 4100-RULE-EXIT
               VARYING WS-RUL-IDX FROM 1 BY 1
               UNTIL WS-RUL-IDX > WS-RUL-CNT.
            MOVE SPACES TO PAYREC.
            MOVE "TRL" TO PT-REC-TYPE.
            MOVE WS-PAYN TO PT-REC-CNT.
            MOVE WS-PAY-HASH TO PT-HASH-TOT.
            WRITE PAYREC.
            EVALUATE TRUE
                WHEN FS8-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "TRAILER WRITE ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            CLOSE STUFILE.
            CLOSE AWDHIST.
            EVALUATE TRUE
                WHEN FS7-OK
                     DISPLAY "CLOSE FS7 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS7
            END-EVALUATE.
            CLOSE PAYFILE.
       4000-ALLOC-EXIT.
            EXIT.
       4100-RULE-PARA.
            PERFORM 4600-NEWPAGE-PARA
               THRU 4600-NEWPAGE-EXIT.
            MOVE ZERO TO WS-RANK.
            PERFORM 4200-PRVLIST-PARA
               THRU 4200-PRVLIST-EXIT
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-CNT.
            IF WS-RUL-TGIVEN(WS-RUL-IDX) < WS-RUL-TQUOTA(WS-RUL-IDX)
               COMPUTE WS-REMAIN = WS-RUL-TQUOTA(WS-RUL-IDX)
                                 - WS-RUL-TGIVEN(WS-RUL-IDX)
            ELSE
               MOVE ZERO TO WS-REMAIN
            END-IF.
            MOVE ZERO TO WS-LAST-IDX.
            MOVE 1 TO WS-BEST-IDX.
            PERFORM 4300-AWARD-PARA
               THRU 4300-AWARD-EXIT
               UNTIL WS-REMAIN = ZERO
                  OR WS-BEST-IDX = ZERO.
            IF WS-LAST-IDX > ZERO
               AND WS-REMAIN = ZERO
               PERFORM 4400-TIECHK-PARA
                  THRU 4400-TIECHK-EXIT
            END-IF.
            COMPUTE WS-PL-FCNT = WS-RUL-TGIVEN(WS-RUL-IDX)
                               + WS-RUL-TNEW(WS-RUL-IDX).
            MOVE WS-RUL-TPAID(WS-RUL-IDX) TO WS-PL-FAMT.
            WRITE PRTREC FROM WS-PL-FOOT
                AFTER ADVANCING 2 LINES.
            ADD 2 TO WS-LINEN.
       4100-RULE-EXIT.
            EXIT.
       4200-PRVLIST-PARA.
            IF WS-CND-TSTAT(WS-CND-IDX) = "P"
               AND WS-CND-TRULE(WS-CND-IDX) = WS-RUL-IDX
               ADD 1 TO WS-RANK
               MOVE WS-CND-IDX TO WS-BEST-IDX
               MOVE "PREVIOUSLY AWARDED - NOT PAID AGAIN"
                 TO WS-PL-STAT
               PERFORM 4500-DETAIL-PARA
                  THRU 4500-DETAIL-EXIT
            END-IF.
       4200-PRVLIST-EXIT.
            EXIT.
       4300-AWARD-PARA.
            PERFORM 4310-PICK-PARA
               THRU 4310-PICK-EXIT.
            IF WS-BEST-IDX = ZERO
               GO TO 4300-AWARD-EXIT
            END-IF.
            MOVE "A"        TO WS-CND-TSTAT(WS-BEST-IDX).
            MOVE WS-RUL-IDX TO WS-CND-TRULE(WS-BEST-IDX).
            MOVE SPACES TO AWDHISTREC.
            MOVE WS-CND-TKEY(WS-BEST-IDX)  TO AH-KEY.
            MOVE WS-RUL-TCODE(WS-RUL-IDX)  TO AH-CODE.
            MOVE WS-RUL-TPROG(WS-RUL-IDX)  TO AH-PROG.
            MOVE WS-RUL-TAMT(WS-RUL-IDX)   TO AH-AMOUNT.
            MOVE WS-CND-TPERC(WS-BEST-IDX) TO AH-PERC.
            MOVE WS-RUN-DATE               TO AH-AWD-DATE.
            WRITE AWDHISTREC.
            EVALUATE TRUE
                WHEN FS7-OK
                     CONTINUE
                WHEN WS-FS7 = 22
                     ADD 1 TO WS-DUPN
                     DISPLAY "ALREADY ON AWARD HISTORY - SKIPPED: "
                             AH-KEY
                     GO TO 4300-AWARD-EXIT
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE SPACES TO PAYREC.
            MOVE WS-CND-TKEY(WS-BEST-IDX)(1:6)  TO PAY-STID.
            MOVE WS-CND-TNAME(WS-BEST-IDX)      TO PAY-NAME.
            MOVE WS-SEL-YEAR                    TO PAY-YEAR.
            MOVE WS-SEL-TERM                    TO PAY-TERM.
            MOVE WS-RUL-TCODE(WS-RUL-IDX)       TO PAY-AWD-CODE.
            MOVE WS-RUL-TPROG(WS-RUL-IDX)       TO PAY-PROG.
            MOVE WS-RUL-TAMT(WS-RUL-IDX)        TO PAY-AMOUNT.
            MOVE WS-RUN-DATE                    TO PAY-AWD-DATE.
            WRITE PAYREC.
            EVALUATE TRUE
                WHEN FS8-OK
                     ADD 1 TO WS-PAYN
                     ADD WS-RUL-TAMT(WS-RUL-IDX) TO WS-PAY-HASH
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            ADD 1 TO WS-AWDN.
            ADD 1 TO WS-RUL-TNEW(WS-RUL-IDX).
            ADD WS-RUL-TAMT(WS-RUL-IDX) TO WS-RUL-TPAID(WS-RUL-IDX).
            SUBTRACT 1 FROM WS-REMAIN.
            MOVE WS-BEST-IDX TO WS-LAST-IDX.
            ADD 1 TO WS-RANK.
            MOVE "AWARDED" TO WS-PL-STAT.
            PERFORM 4500-DETAIL-PARA
               THRU 4500-DETAIL-EXIT.
       4300-AWARD-EXIT.
            EXIT.
       4310-PICK-PARA.
            MOVE ZERO TO WS-BEST-IDX.
            PERFORM 4320-SCAN-PARA
               THRU 4320-SCAN-EXIT
               VARYING WS-CND-IDX FROM 1 BY 1
               UNTIL WS-CND-IDX > WS-CND-CNT.
       4310-PICK-EXIT.
            EXIT.
       4320-SCAN-PARA.
            IF WS-CND-TSTAT(WS-CND-IDX) NOT = "E"
               OR WS-CND-TPROG(WS-CND-IDX)
                  NOT = WS-RUL-TPROG(WS-RUL-IDX)
               OR WS-CND-TPERC(WS-CND-IDX)
                  < WS-RUL-TMIN(WS-RUL-IDX)
               GO TO 4320-SCAN-EXIT
            END-IF.
            IF WS-BEST-IDX = ZERO
               MOVE WS-CND-IDX TO WS-BEST-IDX
               GO TO 4320-SCAN-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN WS-CND-TPERC(WS-CND-IDX)
                     > WS-CND-TPERC(WS-BEST-IDX)
                     MOVE WS-CND-IDX TO WS-BEST-IDX
                WHEN WS-CND-TPERC(WS-CND-IDX)
                     < WS-CND-TPERC(WS-BEST-IDX)
                     CONTINUE
                WHEN WS-CND-TTOT(WS-CND-IDX)
                     > WS-CND-TTOT(WS-BEST-IDX)
                     MOVE WS-CND-IDX TO WS-BEST-IDX
                WHEN WS-CND-TTOT(WS-CND-IDX)
                     < WS-CND-TTOT(WS-BEST-IDX)
                     CONTINUE
                WHEN WS-CND-TKEY(WS-CND-IDX)
                     < WS-CND-TKEY(WS-BEST-IDX)
                     MOVE WS-CND-IDX TO WS-BEST-IDX
            END-EVALUATE.
       4320-SCAN-EXIT.
            EXIT.
       4400-TIECHK-PARA.
            PERFORM 4310-PICK-PARA
               THRU 4310-PICK-EXIT.
            IF WS-BEST-IDX = ZERO
               GO TO 4400-TIECHK-EXIT
            END-IF.
            IF WS-CND-TPERC(WS-BEST-IDX) = WS-CND-TPERC(WS-LAST-IDX)
               AND WS-CND-TTOT(WS-BEST-IDX)
                   = WS-CND-TTOT(WS-LAST-IDX)
               ADD 1 TO WS-TIEN
               MOVE ZERO TO WS-RANK
               MOVE "TIED AT QUOTA - LOST ON STUDENT ID"
                 TO WS-PL-STAT
               PERFORM 4500-DETAIL-PARA
                  THRU 4500-DETAIL-EXIT
            END-IF.
       4400-TIECHK-EXIT.
            EXIT.
       4500-DETAIL-PARA.
            IF WS-LINEN > 55
               PERFORM 4600-NEWPAGE-PARA
                  THRU 4600-NEWPAGE-EXIT
            END-IF.
            MOVE WS-RANK                       TO WS-PL-RANK.
            MOVE WS-CND-TKEY(WS-BEST-IDX)(1:6) TO WS-PL-STID.
            MOVE WS-CND-TNAME(WS-BEST-IDX)     TO WS-PL-NAME.
            MOVE WS-CND-TPERC(WS-BEST-IDX)     TO WS-PL-PERC.
            MOVE WS-CND-TTOT(WS-BEST-IDX)      TO WS-PL-TOT.
            IF WS-RANK = ZERO
               MOVE ZERO TO WS-PL-AMT
            ELSE
               MOVE WS-RUL-TAMT(WS-RUL-IDX)    TO WS-PL-AMT
            END-IF.
            WRITE PRTREC FROM WS-PL-DET
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINEN.
       4500-DETAIL-EXIT.
            EXIT.
       4600-NEWPAGE-PARA.
            ADD 1 TO WS-PAGEN.
            MOVE WS-PAGEN TO WS-PL-PAGE.
            WRITE PRTREC FROM WS-PL-HDR1
                AFTER ADVANCING PAGE.
            WRITE PRTREC FROM WS-PL-HDR2
                AFTER ADVANCING 1 LINE.
            MOVE WS-RUL-TCODE(WS-RUL-IDX)   TO WS-PL-RCODE.
            MOVE WS-RUL-TNAME(WS-RUL-IDX)   TO WS-PL-RNAME.
            MOVE WS-RUL-TPROG(WS-RUL-IDX)   TO WS-PL-RPROG.
            MOVE WS-RUL-TMIN(WS-RUL-IDX)    TO WS-PL-RMIN.
            MOVE WS-RUL-TQUOTA(WS-RUL-IDX)  TO WS-PL-RQUOTA.
            MOVE WS-RUL-TAMT(WS-RUL-IDX)    TO WS-PL-RAMT.
            WRITE PRTREC FROM WS-PL-RUL
                AFTER ADVANCING 2 LINES.
            WRITE PRTREC FROM WS-PL-COLS
                AFTER ADVANCING 2 LINES.
            MOVE 7 TO WS-LINEN.
       4600-NEWPAGE-EXIT.
            EXIT.
       9000-TERM-PARA.
            MOVE "RESULTS FOR THE TERM        : " TO WS-PL-TOT-LBL.
            MOVE WS-READN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING PAGE.
            MOVE "NOT ON STUDENT MASTER       : " TO WS-PL-TOT-LBL.
            MOVE WS-NOSTUN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "NOT ENROLLED                : " TO WS-PL-TOT-LBL.
            MOVE WS-NOTENRN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "SUBJECT FAIL                : " TO WS-PL-TOT-LBL.
            MOVE WS-FAILN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "ELIGIBLE                    : " TO WS-PL-TOT-LBL.
            MOVE WS-ELIGN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "PREVIOUSLY AWARDED          : " TO WS-PL-TOT-LBL.
            MOVE WS-PRVN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "AWARDED THIS RUN            : " TO WS-PL-TOT-LBL.
            MOVE WS-AWDN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "TIES DECIDED ON STUDENT ID  : " TO WS-PL-TOT-LBL.
            MOVE WS-TIEN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            CLOSE PRTFILE.
            DISPLAY "=========================================".
            DISPLAY "CA43G086  -  AWARD ELIGIBILITY AND ALLOCATION".
            DISPLAY "=========================================".
            DISPLAY "RESULTS FOR THE TERM  : " WS-READN.
            DISPLAY "OTHER TERMS SKIPPED   : " WS-SKIPN.
            DISPLAY "NOT ON STUDENT MASTER : " WS-NOSTUN.
            DISPLAY "NOT ENROLLED          : " WS-NOTENRN.
            DISPLAY "SUBJECT FAIL          : " WS-FAILN.
            DISPLAY "NO MARKS DETAIL       : " WS-NODETN.
            DISPLAY "ELIGIBLE              : " WS-ELIGN.
            DISPLAY "PREVIOUSLY AWARDED    : " WS-PRVN.
            DISPLAY "AWARDED THIS RUN      : " WS-AWDN.
            DISPLAY "PAYMENT RECORDS       : " WS-PAYN.
            DISPLAY "PAYMENT HASH TOTAL    : " WS-PAY-HASH.
            DISPLAY "=========================================".
            EVALUATE TRUE
                WHEN WS-DROPN > ZERO
                     DISPLAY "RECORDS DROPPED - TABLE FULL : "
                             WS-DROPN
                     MOVE 8 TO RETURN-CODE
                WHEN WS-NODETN > ZERO
                  OR WS-DUPN > ZERO
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
            MOVE "CA43G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "ELIGIBLE" TO WS-RH-LBL(2).
            MOVE WS-ELIGN TO WS-RH-VAL(2).
            MOVE "AWARDED" TO WS-RH-LBL(3).
            MOVE WS-AWDN TO WS-RH-VAL(3).
            MOVE "PAYMENTS" TO WS-RH-LBL(4).
            MOVE WS-PAYN TO WS-RH-VAL(4).
            MOVE "NO DETAIL" TO WS-RH-LBL(5).
            MOVE WS-NODETN TO WS-RH-VAL(5).
            MOVE "DROPPED" TO WS-RH-LBL(6).
            MOVE WS-DROPN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
