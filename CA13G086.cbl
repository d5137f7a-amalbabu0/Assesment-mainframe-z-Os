       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA13G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RCKTRAN ASSIGN TO DD1
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS1.
            SELECT RCKFILE ASSIGN TO DD2
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RCK-KEY
                   FILE STATUS WS-FS2.
            SELECT OUTFILE ASSIGN TO DD3
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS O-OUTKEY
                   FILE STATUS WS-FS3.
            SELECT MRKMAST ASSIGN TO DD4
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MRK-KEY
                   FILE STATUS WS-FS4.
            SELECT SUBJFILE ASSIGN TO DD6
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS6.
            SELECT PARMFILE ASSIGN TO DD7
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS7.
            SELECT RCKPARM ASSIGN TO DD8
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS8.
            SELECT JRNFILE ASSIGN TO DD9
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS9.
            SELECT PRTFILE ASSIGN TO DD10
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS10.
       DATA DIVISION.
       FILE SECTION.
       FD RCKTRAN.
       01 RCKTRANREC.
          05 RT-ACTION                PIC X(1).
          05 FILLER                   PIC X.
          05 RT-STID                  PIC 9(5).
          05 FILLER                   PIC X.
          05 RT-YEAR                  PIC 9(4).
          05 FILLER                   PIC X.
          05 RT-TERM                  PIC 9(1).
          05 FILLER                   PIC X.
          05 RT-SUBJ-CD               PIC X(3).
          05 FILLER                   PIC X.
          05 RT-DATE                  PIC X(8).
          05 FILLER                   PIC X.
          05 RT-NEW-MARK              PIC X(5).
          05 FILLER                   PIC X.
          05 RT-REF                   PIC X(12).
          05 FILLER                   PIC X(34).
       FD RCKFILE.
       01 RCKREC.
          05 RCK-KEY.
             10 RCK-STID              PIC X(6).
             10 RCK-YEAR              PIC 9(4).
             10 RCK-TERM              PIC 9(1).
             10 RCK-SUBJ-CD           PIC X(3).
          05 FILLER                   PIC X.
          05 RCK-STATUS               PIC X(1).
             88 RCK-REQUESTED                   VALUE "R".
             88 RCK-FEE-PAID                    VALUE "F".
             88 RCK-AT-EXAMINER                 VALUE "E".
             88 RCK-OUTCOME-RCVD                VALUE "O".
             88 RCK-APPLIED                     VALUE "A".
             88 RCK-NO-CHANGE                   VALUE "N".
             88 RCK-OPEN                        VALUE "R" "F" "E" "O".
          05 FILLER                   PIC X.
          05 RCK-REQ-DATE             PIC 9(8).
          05 FILLER                   PIC X.
          05 RCK-FEE-DATE             PIC 9(8).
          05 FILLER                   PIC X.
          05 RCK-SENT-DATE            PIC 9(8).
          05 FILLER                   PIC X.
          05 RCK-OUT-DATE             PIC 9(8).
          05 FILLER                   PIC X.
          05 RCK-DONE-DATE            PIC 9(8).
          05 FILLER                   PIC X.
          05 RCK-OLD-MARK             PIC 99.99.
          05 FILLER                   PIC X.
          05 RCK-NEW-MARK             PIC 99.99.
          05 FILLER                   PIC X.
          05 RCK-OUT-MARK             PIC 99.99.
          05 FILLER                   PIC X.
          05 RCK-REF                  PIC X(12).
          05 FILLER                   PIC X(8).
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
          05 FILLER                   PIC X(89).
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
       FD RCKPARM.
       01 RCKPARMREC.
          05 RP-OVERDUE               PIC 9(3).
          05 FILLER                   PIC X.
          05 RP-CMPDAYS               PIC 9(3).
          05 FILLER                   PIC X(73).
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
          88 FS1-EOF                            VALUE 10.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
          88 FS2-EOF                            VALUE 10.
          88 FS2-NOTFND                         VALUE 23.
          88 FS2-EMPTY                          VALUE 35.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
          88 FS3-NOTFND                         VALUE 23.
       01 WS-FS4                      PIC 99.
          88 FS4-OK                             VALUE 00.
          88 FS4-NOTFND                         VALUE 23.
       01 WS-FS6                      PIC 99.
          88 FS6-OK                             VALUE 00.
          88 FS6-EOF                            VALUE 10.
       01 WS-FS7                      PIC 99.
          88 FS7-OK                             VALUE 00.
       01 WS-FS8                      PIC 99.
          88 FS8-OK                             VALUE 00.
       01 WS-FS9                      PIC 99.
          88 FS9-OK                             VALUE 00.
       01 WS-FS10                     PIC 99.
          88 FS10-OK                            VALUE 00.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-MAXMARKS                 PIC 9(03) VALUE 050.
       01 WS-OVERDUE                  PIC 9(3) VALUE 030.
       01 WS-CMPDAYS                  PIC 9(3) VALUE 030.
       01 WS-ACT-CD                   PIC X(1).
          88 WS-ACT-REQUEST                     VALUE "R".
          88 WS-ACT-FEE                         VALUE "F".
          88 WS-ACT-EXAMINER                    VALUE "E".
          88 WS-ACT-OUTCOME                     VALUE "O".
       01 WS-EDIT-OK-SW               PIC X(1).
          88 WS-EDIT-OK                         VALUE "Y".
          88 WS-EDIT-BAD                        VALUE "N".
       01 WS-BRW-END-SW               PIC X(1).
          88 WS-BRW-END                         VALUE "Y".
          88 WS-BRW-MORE                        VALUE "N".
       01 WS-RPT-SECT                 PIC X(1).
          88 WS-SECT-OPEN                       VALUE "O".
          88 WS-SECT-DONE                       VALUE "C".
       01 WS-REJ-TXT                  PIC X(30).
       01 WS-TRAN-DATE                PIC 9(8).
       01 WS-TRAN-DATE-R REDEFINES WS-TRAN-DATE.
          05 WS-TRAN-CCYY             PIC 9(4).
          05 WS-TRAN-MM               PIC 9(2).
          05 WS-TRAN-DD               PIC 9(2).
       01 WS-MON-DAYS                 PIC X(24)
                                      VALUE "312831303130313130313031".
       01 WS-MON-DAYS-R REDEFINES WS-MON-DAYS.
          05 WS-MON-DIM               PIC 9(2) OCCURS 12 TIMES.
       01 WS-DIM                      PIC 9(2).
       01 WS-LEAP-QUOT                PIC 9(4).
       01 WS-LEAP-REM                 PIC 9(3).
       01 WS-TRAN-MARK                PIC X(5).
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-ADDN                     PIC 9(7) VALUE ZERO.
       01 WS-UPDN                     PIC 9(7) VALUE ZERO.
       01 WS-REJN                     PIC 9(7) VALUE ZERO.
       01 WS-APPN                     PIC 9(7) VALUE ZERO.
       01 WS-NOCHGN                   PIC 9(7) VALUE ZERO.
       01 WS-NOAPPN                   PIC 9(7) VALUE ZERO.
       01 WS-JRNN                     PIC 9(7) VALUE ZERO.
       01 WS-MRKWN                    PIC 9(7) VALUE ZERO.
       01 WS-OPENN                    PIC 9(7) VALUE ZERO.
       01 WS-OVERN                    PIC 9(7) VALUE ZERO.
       01 WS-DONEN                    PIC 9(7) VALUE ZERO.
       01 WS-DROPN                    PIC 9(7) VALUE ZERO.
       01 WS-PAGEN                    PIC 9(5) VALUE ZERO.
       01 WS-LINEN                    PIC 9(3) VALUE 99.
       01 WS-DAYS                     PIC S9(7).
       01 WS-CUR-SUBJ                 PIC X(3).
       01 WS-CUR-KEY                  PIC X(11).
       01 WS-SUBJ-IDX                 PIC 9(1).
       01 WS-DET-FND                  PIC 9(1).
       01 WS-MARK-MAX                 PIC 9(3).
       01 WS-OLD-OPS                  PIC 9(2)V9(2).
       01 WS-OLDRAW-OPS               PIC 9(2)V9(2).
       01 WS-NEWRAW-OPS               PIC 9(2)V9(2).
       01 WS-MOD-DIFF                 PIC 9(2)V9(2).
       01 WS-NEW-OPS                  PIC 9(3)V9(2).
       01 WS-DELTA                    PIC S9(2)V9(2).
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
       01 WS-APL-CNT                  PIC 9(3) VALUE ZERO.
       01 WS-APL-IDX                  PIC 9(3).
       01 WS-APL-TBL.
          05 WS-APL-TKEY              PIC X(14) OCCURS 500 TIMES.
       01 WS-MRKREC.
          05 WS-MRK-KEY               PIC X(11).
          05 FILLER                   PIC X.
          05 WS-MRK-SUBJ-CNT          PIC 9(1).
          05 FILLER                   PIC X.
          05 WS-MRK-DETL OCCURS 5 TIMES.
             10 WS-MRK-SUBJ-CD        PIC X(3).
             10 FILLER                PIC X.
             10 WS-MRK-MARK           PIC 99.99.
             10 FILLER                PIC X.
             10 WS-MRK-RAW-MARK       PIC 99.99.
             10 FILLER                PIC X.
          05 FILLER                   PIC X(6).
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
       01 WS-SUPP-FLAG                PIC X(6).
       01 WS-JRN-BEFORE               PIC X(88).
       01 WS-STAT-TXT                 PIC X(16).
       01 WS-PL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA13G086".
          05 FILLER                   PIC X(30)
                                      VALUE "RECHECK STATUS REPORT".
          05 FILLER                   PIC X(9) VALUE "RUN DATE ".
          05 WS-PL-DATE               PIC 9(8).
          05 FILLER                   PIC X(7) VALUE "  PAGE ".
          05 WS-PL-PAGE               PIC ZZZZ9.
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-PL-SECT.
          05 WS-PL-SECT-TXT           PIC X(40).
          05 WS-PL-SECT-DAYS          PIC ZZ9.
          05 FILLER                   PIC X(6) VALUE " DAYS)".
          05 FILLER                   PIC X(83) VALUE SPACES.
       01 WS-PL-COLS.
          05 FILLER                   PIC X(8)  VALUE "STUDENT".
          05 FILLER                   PIC X(7)  VALUE "YEAR".
          05 FILLER                   PIC X(3)  VALUE "T".
          05 FILLER                   PIC X(6)  VALUE "SUBJ".
          05 FILLER                   PIC X(18) VALUE "STATUS".
          05 FILLER                   PIC X(10) VALUE "REQUESTED".
          05 FILLER                   PIC X(6)  VALUE "DAYS".
          05 FILLER                   PIC X(7)  VALUE "OLD".
          05 FILLER                   PIC X(9)  VALUE "OUTCOME".
          05 FILLER                   PIC X(7)  VALUE "NEW".
          05 FILLER                   PIC X(8)  VALUE "DELTA".
          05 FILLER                   PIC X(43) VALUE SPACES.
       01 WS-PL-DET.
          05 WS-PL-STID               PIC X(6).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-YEAR               PIC X(4).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-TERM               PIC X(1).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-SUBJ               PIC X(3).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-PL-STAT               PIC X(16).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-REQ                PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-DAYS               PIC ZZZ9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-OLD                PIC X(5).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-OUT                PIC X(5).
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-PL-NEW                PIC X(5).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-DELTA              PIC X(6).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-FLAG               PIC X(7).
          05 FILLER                   PIC X(34) VALUE SPACES.
       01 WS-PL-DELTA-ED              PIC +Z9.99.
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
            PERFORM 2000-TRAN-PARA
               THRU 2000-TRAN-EXIT.
            PERFORM 3000-APPLY-PARA
               THRU 3000-APPLY-EXIT.
            PERFORM 4000-REPORT-PARA
               THRU 4000-REPORT-EXIT.
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
            PERFORM 1300-OPEN-PARA
               THRU 1300-OPEN-EXIT.
       1000-INIT-EXIT.
            EXIT.
       1100-PARM-PARA.
            OPEN INPUT RCKPARM.
            EVALUATE TRUE
                WHEN FS8-OK
                     READ RCKPARM
                     IF FS8-OK
                        AND RP-OVERDUE IS NUMERIC
                        AND RP-CMPDAYS IS NUMERIC
                        AND RP-OVERDUE > ZERO
                        MOVE RP-OVERDUE TO WS-OVERDUE
                        MOVE RP-CMPDAYS TO WS-CMPDAYS
                     ELSE
                        DISPLAY "RECHECK PARM INVALID OR MISSING"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     CLOSE RCKPARM
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR " WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            DISPLAY "RECHECKS OVERDUE AFTER " WS-OVERDUE " DAYS".
            DISPLAY "COMPLETED RECHECKS LISTED FOR " WS-CMPDAYS
                    " DAYS".
       1100-PARM-EXIT.
            EXIT.
       1150-RUNPARM-PARA.
            OPEN INPUT PARMFILE.
            EVALUATE TRUE
                WHEN FS7-OK
                     READ PARMFILE
                     IF FS7-OK
                        AND PARM-MAXMARKS IS NUMERIC
                        MOVE PARM-MAXMARKS TO WS-MAXMARKS
                     END-IF
                     CLOSE PARMFILE
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR - USING DEFAULTS " WS-FS7
            END-EVALUATE.
       1150-RUNPARM-EXIT.
            EXIT.
       1200-SUBJ-PARA.
            OPEN INPUT SUBJFILE.
            EVALUATE TRUE
                WHEN FS6-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "SUBJECT MASTER OPEN ERROR " WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 1210-SUBJREAD-PARA
               THRU 1210-SUBJREAD-EXIT UNTIL FS6-EOF.
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
                WHEN FS6-OK
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
                WHEN FS6-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1210-SUBJREAD-EXIT.
            EXIT.
       1300-OPEN-PARA.
            OPEN I-O RCKFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "OPEN FS2 SUCCES"
                WHEN FS2-EMPTY
                     OPEN OUTPUT RCKFILE
                     CLOSE RCKFILE
                     OPEN I-O RCKFILE
                     IF NOT FS2-OK
                        DISPLAY "OPEN ERROR" WS-FS2
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     DISPLAY "RECHECK FILE EMPTY - INITIALIZED"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN I-O OUTFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "OPEN FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN I-O MRKMAST.
            EVALUATE TRUE
                WHEN FS4-OK
                     DISPLAY "OPEN FS4 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT JRNFILE.
            EVALUATE TRUE
                WHEN FS9-OK
                     DISPLAY "OPEN FS9 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS9
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT PRTFILE.
            EVALUATE TRUE
                WHEN FS10-OK
                     DISPLAY "OPEN FS10 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS10
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1300-OPEN-EXIT.
            EXIT.
       2000-TRAN-PARA.
            OPEN INPUT RCKTRAN.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "OPEN FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2100-TRANREAD-PARA
               THRU 2100-TRANREAD-EXIT UNTIL FS1-EOF.
            CLOSE RCKTRAN.
       2000-TRAN-EXIT.
            EXIT.
       2100-TRANREAD-PARA.
            READ RCKTRAN.
            EVALUATE TRUE
                WHEN FS1-OK
                     ADD 1 TO WS-READN
                     PERFORM 2200-POST-PARA
                        THRU 2200-POST-EXIT
                WHEN FS1-EOF
                     DISPLAY "READ END WITH TOTAL : " WS-READN
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2100-TRANREAD-EXIT.
            EXIT.
       2200-POST-PARA.
            MOVE RT-ACTION TO WS-ACT-CD.
            PERFORM 2210-EDIT-PARA
               THRU 2210-EDIT-EXIT.
            IF WS-EDIT-BAD
               PERFORM 2500-REJECT-PARA
                  THRU 2500-REJECT-EXIT
               GO TO 2200-POST-EXIT
            END-IF.
            STRING "S"     DELIMITED BY SIZE
                   RT-STID DELIMITED BY SIZE
              INTO RCK-STID
            END-STRING.
            MOVE RT-YEAR    TO RCK-YEAR.
            MOVE RT-TERM    TO RCK-TERM.
            MOVE RT-SUBJ-CD TO RCK-SUBJ-CD.
            READ RCKFILE KEY IS RCK-KEY.
            EVALUATE TRUE
                WHEN FS2-OK
                     IF WS-ACT-REQUEST
                        IF RCK-OPEN
                           MOVE "RECHECK ALREADY OPEN"
                             TO WS-REJ-TXT
                        ELSE
                           MOVE "RECHECK ALREADY COMPLETED"
                             TO WS-REJ-TXT
                        END-IF
                        PERFORM 2500-REJECT-PARA
                           THRU 2500-REJECT-EXIT
                     ELSE
                        PERFORM 2400-ADVANCE-PARA
                           THRU 2400-ADVANCE-EXIT
                     END-IF
                WHEN FS2-NOTFND
                     IF WS-ACT-REQUEST
                        PERFORM 2300-REQUEST-PARA
                           THRU 2300-REQUEST-EXIT
                     ELSE
                        MOVE "NO RECHECK REQUEST ON FILE"
                          TO WS-REJ-TXT
                        PERFORM 2500-REJECT-PARA
                           THRU 2500-REJECT-EXIT
                     END-IF
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2200-POST-EXIT.
            EXIT.
       2210-EDIT-PARA.
            MOVE "Y" TO WS-EDIT-OK-SW.
            MOVE SPACES TO WS-REJ-TXT.
            MOVE RT-SUBJ-CD TO WS-CUR-SUBJ.
            PERFORM 2220-FINDSUB-PARA
               THRU 2220-FINDSUB-EXIT.
            IF RT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TRAN-DATE
            ELSE
               IF RT-DATE IS NUMERIC
                  MOVE RT-DATE TO WS-TRAN-DATE
               ELSE
                  MOVE ZERO TO WS-TRAN-DATE
               END-IF
            END-IF.
            PERFORM 2215-MONDAYS-PARA
               THRU 2215-MONDAYS-EXIT.
            EVALUATE TRUE
                WHEN NOT ( WS-ACT-REQUEST OR WS-ACT-FEE
                        OR WS-ACT-EXAMINER OR WS-ACT-OUTCOME )
                     MOVE "INVALID ACTION CODE"
                       TO WS-REJ-TXT
                WHEN RT-STID IS NOT NUMERIC
                     MOVE "INVALID STUDENT ID - NOT NUMERIC"
                       TO WS-REJ-TXT
                WHEN RT-YEAR IS NOT NUMERIC
                  OR RT-TERM IS NOT NUMERIC
                  OR RT-YEAR = ZERO
                  OR RT-TERM = ZERO
                     MOVE "INVALID YEAR OR TERM"
                       TO WS-REJ-TXT
                WHEN WS-SUB-FND = ZERO
                     MOVE "SUBJECT NOT ON MASTER"
                       TO WS-REJ-TXT
                WHEN WS-TRAN-DATE = ZERO
                  OR WS-TRAN-DATE(5:2) < "01"
                  OR WS-TRAN-DATE(5:2) > "12"
                  OR WS-TRAN-DATE(7:2) < "01"
                  OR WS-TRAN-DD > WS-DIM
                  OR WS-TRAN-DATE > WS-RUN-DATE
                     MOVE "INVALID TRANSACTION DATE"
                       TO WS-REJ-TXT
                WHEN NOT WS-ACT-OUTCOME
                     CONTINUE
                WHEN RT-NEW-MARK(1:2) IS NOT NUMERIC
                  OR RT-NEW-MARK(3:1) NOT = "."
                  OR RT-NEW-MARK(4:2) IS NOT NUMERIC
                     MOVE "INVALID OUTCOME MARK"
                       TO WS-REJ-TXT
            END-EVALUATE.
            IF WS-REJ-TXT = SPACES
               AND WS-ACT-OUTCOME
               MOVE ZERO TO WS-NEWRAW-OPS
               MOVE RT-NEW-MARK(1:2) TO WS-NEWRAW-OPS(1:2)
               MOVE RT-NEW-MARK(4:2) TO WS-NEWRAW-OPS(3:2)
               IF WS-SUB-TMAX(WS-SUB-FND) > ZERO
                  MOVE WS-SUB-TMAX(WS-SUB-FND) TO WS-MARK-MAX
               ELSE
                  MOVE WS-MAXMARKS TO WS-MARK-MAX
               END-IF
               IF WS-NEWRAW-OPS > WS-MARK-MAX
                  MOVE "OUTCOME MARK ABOVE SUBJECT MAX"
                    TO WS-REJ-TXT
               END-IF
            END-IF.
            IF WS-REJ-TXT NOT = SPACES
               MOVE "N" TO WS-EDIT-OK-SW
            END-IF.
       2210-EDIT-EXIT.
            EXIT.
       2215-MONDAYS-PARA.
            MOVE 31 TO WS-DIM.
            IF WS-TRAN-MM < 1
               OR WS-TRAN-MM > 12
               GO TO 2215-MONDAYS-EXIT
            END-IF.
            MOVE WS-MON-DIM(WS-TRAN-MM) TO WS-DIM.
            IF WS-TRAN-MM NOT = 2
               GO TO 2215-MONDAYS-EXIT
            END-IF.
            DIVIDE WS-TRAN-CCYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM.
            IF WS-LEAP-REM NOT = ZERO
               GO TO 2215-MONDAYS-EXIT
            END-IF.
            DIVIDE WS-TRAN-CCYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM.
            IF WS-LEAP-REM NOT = ZERO
               MOVE 29 TO WS-DIM
               GO TO 2215-MONDAYS-EXIT
            END-IF.
            DIVIDE WS-TRAN-CCYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM.
            IF WS-LEAP-REM = ZERO
               MOVE 29 TO WS-DIM
            END-IF.
       2215-MONDAYS-EXIT.
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
       2300-REQUEST-PARA.
            MOVE RCK-KEY(1:11) TO O-OUTKEY.
            READ OUTFILE KEY IS O-OUTKEY.
            EVALUATE TRUE
                WHEN FS3-OK
                     CONTINUE
                WHEN FS3-NOTFND
                     MOVE "NO RESULT FOR STUDENT/YEAR/TERM"
                       TO WS-REJ-TXT
                     PERFORM 2500-REJECT-PARA
                        THRU 2500-REJECT-EXIT
                     GO TO 2300-REQUEST-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE SPACES     TO RCKREC.
            MOVE O-OUTKEY   TO RCK-KEY(1:11).
            MOVE RT-SUBJ-CD TO RCK-SUBJ-CD.
            MOVE "R"        TO RCK-STATUS.
            MOVE WS-TRAN-DATE TO RCK-REQ-DATE.
            MOVE ZERO TO RCK-FEE-DATE RCK-SENT-DATE
                         RCK-OUT-DATE RCK-DONE-DATE.
            MOVE RT-REF     TO RCK-REF.
            WRITE RCKREC.
            EVALUATE TRUE
                WHEN FS2-OK
                     ADD 1 TO WS-ADDN
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS2 " KEY " RCK-KEY
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2300-REQUEST-EXIT.
            EXIT.
       2400-ADVANCE-PARA.
            EVALUATE TRUE
                WHEN WS-ACT-FEE AND RCK-REQUESTED
                     MOVE "F" TO RCK-STATUS
                     MOVE WS-TRAN-DATE TO RCK-FEE-DATE
                WHEN WS-ACT-EXAMINER AND RCK-FEE-PAID
                     MOVE "E" TO RCK-STATUS
                     MOVE WS-TRAN-DATE TO RCK-SENT-DATE
                WHEN WS-ACT-OUTCOME AND RCK-AT-EXAMINER
                     MOVE "O" TO RCK-STATUS
                     MOVE WS-TRAN-DATE TO RCK-OUT-DATE
                     MOVE RT-NEW-MARK TO RCK-OUT-MARK(1:5)
                WHEN OTHER
                     MOVE RCK-STATUS TO WS-ACT-CD
                     MOVE "STATUS OUT OF SEQUENCE - NOW "
                       TO WS-REJ-TXT
                     MOVE WS-ACT-CD TO WS-REJ-TXT(30:1)
                     PERFORM 2500-REJECT-PARA
                        THRU 2500-REJECT-EXIT
                     GO TO 2400-ADVANCE-EXIT
            END-EVALUATE.
            IF RT-REF NOT = SPACES
               MOVE RT-REF TO RCK-REF
            END-IF.
            REWRITE RCKREC.
            EVALUATE TRUE
                WHEN FS2-OK
                     ADD 1 TO WS-UPDN
                WHEN OTHER
                     DISPLAY "REWRITE ERROR" WS-FS2 " KEY " RCK-KEY
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2400-ADVANCE-EXIT.
            EXIT.
       2500-REJECT-PARA.
            ADD 1 TO WS-REJN.
            DISPLAY "TRAN " WS-READN " REJECTED - " WS-REJ-TXT
                    " STUDENT " RT-STID " " RT-YEAR " " RT-TERM
                    " " RT-SUBJ-CD.
       2500-REJECT-EXIT.
            EXIT.
       3000-APPLY-PARA.
            MOVE LOW-VALUES TO RCK-KEY.
            START RCKFILE KEY IS NOT < RCK-KEY.
            EVALUATE TRUE
                WHEN FS2-OK
                     MOVE "N" TO WS-BRW-END-SW
                     PERFORM 3100-APLREAD-PARA
                        THRU 3100-APLREAD-EXIT UNTIL WS-BRW-END
                WHEN FS2-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "START ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            DISPLAY "OUTCOMES TO APPLY : " WS-APL-CNT.
            IF WS-APL-CNT = ZERO
               GO TO 3000-APPLY-EXIT
            END-IF.
            PERFORM 3300-APPLYONE-PARA
               THRU 3300-APPLYONE-EXIT
               VARYING WS-APL-IDX FROM 1 BY 1
               UNTIL WS-APL-IDX > WS-APL-CNT.
       3000-APPLY-EXIT.
            EXIT.
       3100-APLREAD-PARA.
            READ RCKFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS2-OK
                     IF RCK-OUTCOME-RCVD
                        IF WS-APL-CNT < 500
                           ADD 1 TO WS-APL-CNT
                           MOVE RCK-KEY TO WS-APL-TKEY(WS-APL-CNT)
                        ELSE
                           ADD 1 TO WS-DROPN
                           DISPLAY "APPLY TABLE FULL - HELD OVER: "
                                   RCK-KEY
                        END-IF
                     END-IF
                WHEN FS2-EOF
                     MOVE "Y" TO WS-BRW-END-SW
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3100-APLREAD-EXIT.
            EXIT.
       3300-APPLYONE-PARA.
            MOVE WS-APL-TKEY(WS-APL-IDX) TO RCK-KEY.
            READ RCKFILE KEY IS RCK-KEY.
            IF NOT FS2-OK
               DISPLAY "READ ERROR" WS-FS2 " KEY " RCK-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE RCK-KEY(1:11) TO WS-CUR-KEY.
            MOVE WS-CUR-KEY TO MRK-KEY.
            READ MRKMAST KEY IS MRK-KEY.
            EVALUATE TRUE
                WHEN FS4-OK
                     CONTINUE
                WHEN FS4-NOTFND
                     MOVE "NO MARKS DETAIL FOR THIS TERM"
                       TO WS-REJ-TXT
                     PERFORM 3390-NOTAPPLIED-PARA
                        THRU 3390-NOTAPPLIED-EXIT
                     GO TO 3300-APPLYONE-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE MRKREC TO WS-MRKREC.
            MOVE ZERO TO WS-DET-FND.
            PERFORM 3310-FINDDET-PARA
               THRU 3310-FINDDET-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-MRK-SUBJ-CNT
                  OR WS-SUBJ-IDX > 5.
            IF WS-DET-FND = ZERO
               MOVE "SUBJECT NOT IN MARKS DETAIL" TO WS-REJ-TXT
               PERFORM 3390-NOTAPPLIED-PARA
                  THRU 3390-NOTAPPLIED-EXIT
               GO TO 3300-APPLYONE-EXIT
            END-IF.
            PERFORM 3320-NEWMARK-PARA
               THRU 3320-NEWMARK-EXIT.
            MOVE WS-MRK-MARK(WS-DET-FND) TO RCK-OLD-MARK.
            IF WS-NEW-OPS = WS-OLD-OPS
               MOVE WS-MRK-MARK(WS-DET-FND) TO RCK-NEW-MARK
               MOVE "N" TO RCK-STATUS
               MOVE WS-RUN-DATE TO RCK-DONE-DATE
               PERFORM 3380-RCKDONE-PARA
                  THRU 3380-RCKDONE-EXIT
               ADD 1 TO WS-NOCHGN
               GO TO 3300-APPLYONE-EXIT
            END-IF.
            MOVE WS-CUR-KEY TO O-OUTKEY.
            READ OUTFILE KEY IS O-OUTKEY.
            EVALUATE TRUE
                WHEN FS3-OK
                     CONTINUE
                WHEN FS3-NOTFND
                     MOVE "RESULT NOT ON LIVE FILE" TO WS-REJ-TXT
                     PERFORM 3390-NOTAPPLIED-PARA
                        THRU 3390-NOTAPPLIED-EXIT
                     GO TO 3300-APPLYONE-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE WS-NEW-OPS    TO WS-MRK-MARK(WS-DET-FND).
            MOVE WS-NEWRAW-OPS TO WS-MRK-RAW-MARK(WS-DET-FND).
            PERFORM 3330-RECALC-PARA
               THRU 3330-RECALC-EXIT.
            PERFORM 3370-MRKWRITE-PARA
               THRU 3370-MRKWRITE-EXIT.
            MOVE WS-MRK-MARK(WS-DET-FND) TO RCK-NEW-MARK.
            MOVE "A" TO RCK-STATUS.
            MOVE WS-RUN-DATE TO RCK-DONE-DATE.
            PERFORM 3380-RCKDONE-PARA
               THRU 3380-RCKDONE-EXIT.
            ADD 1 TO WS-APPN.
       3300-APPLYONE-EXIT.
            EXIT.
       3310-FINDDET-PARA.
            IF WS-MRK-SUBJ-CD(WS-SUBJ-IDX) = RCK-SUBJ-CD
               AND WS-DET-FND = ZERO
               MOVE WS-SUBJ-IDX TO WS-DET-FND
            END-IF.
       3310-FINDDET-EXIT.
            EXIT.
       3320-NEWMARK-PARA.
            MOVE ZERO TO WS-OLD-OPS WS-OLDRAW-OPS WS-NEWRAW-OPS
                         WS-MOD-DIFF.
            IF WS-MRK-MARK(WS-DET-FND)(1:2) IS NUMERIC
               AND WS-MRK-MARK(WS-DET-FND)(4:2) IS NUMERIC
               MOVE WS-MRK-MARK(WS-DET-FND)(1:2) TO WS-OLD-OPS(1:2)
               MOVE WS-MRK-MARK(WS-DET-FND)(4:2) TO WS-OLD-OPS(3:2)
            END-IF.
            IF WS-MRK-RAW-MARK(WS-DET-FND)(1:2) IS NUMERIC
               AND WS-MRK-RAW-MARK(WS-DET-FND)(4:2) IS NUMERIC
               MOVE WS-MRK-RAW-MARK(WS-DET-FND)(1:2)
                 TO WS-OLDRAW-OPS(1:2)
               MOVE WS-MRK-RAW-MARK(WS-DET-FND)(4:2)
                 TO WS-OLDRAW-OPS(3:2)
            ELSE
               MOVE WS-OLD-OPS TO WS-OLDRAW-OPS
            END-IF.
            MOVE RCK-OUT-MARK(1:2) TO WS-NEWRAW-OPS(1:2).
            MOVE RCK-OUT-MARK(4:2) TO WS-NEWRAW-OPS(3:2).
            IF WS-OLD-OPS > WS-OLDRAW-OPS
               COMPUTE WS-MOD-DIFF = WS-OLD-OPS - WS-OLDRAW-OPS
            END-IF.
            MOVE RCK-SUBJ-CD TO WS-CUR-SUBJ.
            PERFORM 2220-FINDSUB-PARA
               THRU 2220-FINDSUB-EXIT.
            IF WS-SUB-FND > ZERO
               AND WS-SUB-TMAX(WS-SUB-FND) > ZERO
               MOVE WS-SUB-TMAX(WS-SUB-FND) TO WS-MARK-MAX
            ELSE
               MOVE WS-MAXMARKS TO WS-MARK-MAX
            END-IF.
            COMPUTE WS-NEW-OPS = WS-NEWRAW-OPS + WS-MOD-DIFF.
            IF WS-NEW-OPS > WS-MARK-MAX
               MOVE WS-MARK-MAX TO WS-NEW-OPS
            END-IF.
            IF WS-NEW-OPS > 99.99
               MOVE 99.99 TO WS-NEW-OPS
            END-IF.
       3320-NEWMARK-EXIT.
            EXIT.
       3330-RECALC-PARA.
            MOVE OUTREC TO WS-JRN-BEFORE.
            MOVE O-RESULT(25:6) TO WS-SUPP-FLAG.
            MOVE WS-MRK-SUBJ-CNT TO WS-SUBJ-CNT.
            PERFORM 3340-BLDWGT-PARA
               THRU 3340-BLDWGT-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > 5.
            CALL "CA21G086" USING WS-MARKS-AREA WS-SUBJ-CNT
                                   WS-PERC WS-MAXMARKS WS-TOT-OBT
                                   WS-CREDIT-AREA WS-SUBJMAX-AREA
                                   WS-MINPASS-AREA WS-SUBJFAIL-AREA
                                   WS-FAIL-CNT.
            MOVE WS-PERC TO O-PERC.
            MOVE WS-TOT-OBT TO O-MARKS-TOT.
            PERFORM 3350-RESULT-PARA
               THRU 3350-RESULT-EXIT.
            IF WS-SUPP-FLAG = "(SUPP)"
               MOVE "(SUPP)" TO O-RESULT(25:6)
            END-IF.
            REWRITE OUTREC.
            EVALUATE TRUE
                WHEN FS3-OK
                     PERFORM 3360-JRNWRITE-PARA
                        THRU 3360-JRNWRITE-EXIT
                WHEN OTHER
                     DISPLAY "REWRITE ERROR" WS-FS3 " KEY " O-OUTKEY
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3330-RECALC-EXIT.
            EXIT.
       3340-BLDWGT-PARA.
            MOVE ZERO TO WS-CREDIT-TBL(WS-SUBJ-IDX)
                         WS-SUBJMAX-TBL(WS-SUBJ-IDX)
                         WS-MINPASS-TBL(WS-SUBJ-IDX).
            MOVE "00.00" TO WS-MARKS-TBL(WS-SUBJ-IDX)(1:5).
            IF WS-SUBJ-IDX > WS-SUBJ-CNT
               GO TO 3340-BLDWGT-EXIT
            END-IF.
            IF WS-MRK-MARK(WS-SUBJ-IDX)(1:2) IS NUMERIC
               AND WS-MRK-MARK(WS-SUBJ-IDX)(4:2) IS NUMERIC
               MOVE WS-MRK-MARK(WS-SUBJ-IDX)(1:5)
                 TO WS-MARKS-TBL(WS-SUBJ-IDX)(1:5)
            END-IF.
            MOVE WS-MRK-SUBJ-CD(WS-SUBJ-IDX) TO WS-CUR-SUBJ.
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
       3340-BLDWGT-EXIT.
            EXIT.
       3350-RESULT-PARA.
            EVALUATE TRUE
                WHEN WS-FAIL-CNT > ZERO
                     MOVE "FAIL - SUBJECT MINIMUM" TO O-RESULT
                WHEN WS-PERC >= 90
                     MOVE "GRADE A - EXCELLENT" TO O-RESULT
                WHEN WS-PERC >= 80
                     MOVE "GRADE B - VERY GOOD" TO O-RESULT
                WHEN WS-PERC >= 70
                     MOVE "GRADE C - GOOD" TO O-RESULT
                WHEN WS-PERC >= 60
                     MOVE "GRADE D - AVERAGE" TO O-RESULT
                WHEN OTHER
                     MOVE "GRADE F - FAIL" TO O-RESULT
            END-EVALUATE.
       3350-RESULT-EXIT.
            EXIT.
       3360-JRNWRITE-PARA.
            MOVE SPACES TO JRNREC.
            MOVE WS-RUN-DATE   TO JRN-DATE.
            MOVE "CA13G086"    TO JRN-SOURCE.
            MOVE "K"           TO JRN-MODE.
            MOVE "R"           TO JRN-ACTION.
            MOVE O-OUTKEY      TO JRN-KEY.
            MOVE WS-JRN-BEFORE TO JRN-BEFORE.
            MOVE OUTREC        TO JRN-AFTER.
            WRITE JRNREC.
            EVALUATE TRUE
                WHEN FS9-OK
                     ADD 1 TO WS-JRNN
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS9
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3360-JRNWRITE-EXIT.
            EXIT.
       3370-MRKWRITE-PARA.
            MOVE WS-MRKREC TO MRKREC.
            REWRITE MRKREC.
            EVALUATE TRUE
                WHEN FS4-OK
                     ADD 1 TO WS-MRKWN
                WHEN OTHER
                     DISPLAY "REWRITE ERROR" WS-FS4
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3370-MRKWRITE-EXIT.
            EXIT.
       3380-RCKDONE-PARA.
            REWRITE RCKREC.
            EVALUATE TRUE
                WHEN FS2-OK
                     CONTINUE
                WHEN OTHER
                     DISPLAY "REWRITE ERROR" WS-FS2 " KEY " RCK-KEY
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       3380-RCKDONE-EXIT.
            EXIT.
       3390-NOTAPPLIED-PARA.
            ADD 1 TO WS-NOAPPN.
            DISPLAY "OUTCOME NOT APPLIED - " WS-REJ-TXT
                    " KEY " RCK-KEY.
       3390-NOTAPPLIED-EXIT.
            EXIT.
       4000-REPORT-PARA.
            MOVE "O" TO WS-RPT-SECT.
            PERFORM 4100-SECTION-PARA
               THRU 4100-SECTION-EXIT.
            MOVE "C" TO WS-RPT-SECT.
            PERFORM 4100-SECTION-PARA
               THRU 4100-SECTION-EXIT.
            CLOSE RCKFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "CLOSE FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS2
            END-EVALUATE.
            CLOSE OUTFILE.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "CLOSE FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS3
            END-EVALUATE.
            CLOSE MRKMAST.
            CLOSE JRNFILE.
            CLOSE PRTFILE.
       4000-REPORT-EXIT.
            EXIT.
       4100-SECTION-PARA.
            PERFORM 4300-NEWPAGE-PARA
               THRU 4300-NEWPAGE-EXIT.
            MOVE LOW-VALUES TO RCK-KEY.
            START RCKFILE KEY IS NOT < RCK-KEY.
            EVALUATE TRUE
                WHEN FS2-OK
                     MOVE "N" TO WS-BRW-END-SW
                     PERFORM 4200-RPTREAD-PARA
                        THRU 4200-RPTREAD-EXIT UNTIL WS-BRW-END
                WHEN FS2-NOTFND
                     CONTINUE
                WHEN OTHER
                     DISPLAY "START ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       4100-SECTION-EXIT.
            EXIT.
       4200-RPTREAD-PARA.
            READ RCKFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS2-OK
                     CONTINUE
                WHEN FS2-EOF
                     MOVE "Y" TO WS-BRW-END-SW
                     GO TO 4200-RPTREAD-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF WS-SECT-OPEN AND NOT RCK-OPEN
               GO TO 4200-RPTREAD-EXIT
            END-IF.
            IF WS-SECT-DONE AND RCK-OPEN
               GO TO 4200-RPTREAD-EXIT
            END-IF.
            MOVE SPACES TO WS-PL-FLAG WS-PL-OLD WS-PL-OUT
                           WS-PL-NEW WS-PL-DELTA.
            MOVE ZERO TO WS-DAYS.
            IF RCK-REQ-DATE IS NUMERIC
               AND RCK-REQ-DATE > ZERO
               IF WS-SECT-OPEN
                  COMPUTE WS-DAYS =
                          FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                        - FUNCTION INTEGER-OF-DATE (RCK-REQ-DATE)
               ELSE
                  COMPUTE WS-DAYS =
                          FUNCTION INTEGER-OF-DATE (RCK-DONE-DATE)
                        - FUNCTION INTEGER-OF-DATE (RCK-REQ-DATE)
               END-IF
            END-IF.
            IF WS-DAYS < ZERO
               MOVE ZERO TO WS-DAYS
            END-IF.
            IF WS-SECT-OPEN
               ADD 1 TO WS-OPENN
               IF WS-DAYS > WS-OVERDUE
                  ADD 1 TO WS-OVERN
                  MOVE "OVERDUE" TO WS-PL-FLAG
               END-IF
               IF RCK-OUTCOME-RCVD
                  MOVE RCK-OUT-MARK TO WS-PL-OUT
               END-IF
            ELSE
               IF FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                - FUNCTION INTEGER-OF-DATE (RCK-DONE-DATE)
                  > WS-CMPDAYS
                  GO TO 4200-RPTREAD-EXIT
               END-IF
               ADD 1 TO WS-DONEN
               MOVE RCK-OLD-MARK TO WS-PL-OLD
               MOVE RCK-OUT-MARK TO WS-PL-OUT
               MOVE RCK-NEW-MARK TO WS-PL-NEW
               MOVE ZERO TO WS-OLD-OPS WS-NEW-OPS
               MOVE RCK-OLD-MARK(1:2) TO WS-OLD-OPS(1:2)
               MOVE RCK-OLD-MARK(4:2) TO WS-OLD-OPS(3:2)
               MOVE RCK-NEW-MARK(1:2) TO WS-NEW-OPS(2:2)
               MOVE RCK-NEW-MARK(4:2) TO WS-NEW-OPS(4:2)
               COMPUTE WS-DELTA = WS-NEW-OPS - WS-OLD-OPS
               MOVE WS-DELTA TO WS-PL-DELTA-ED
               MOVE WS-PL-DELTA-ED TO WS-PL-DELTA
            END-IF.
            IF WS-LINEN > 55
               PERFORM 4300-NEWPAGE-PARA
                  THRU 4300-NEWPAGE-EXIT
            END-IF.
            MOVE RCK-STID    TO WS-PL-STID.
            MOVE RCK-YEAR    TO WS-PL-YEAR.
            MOVE RCK-TERM    TO WS-PL-TERM.
            MOVE RCK-SUBJ-CD TO WS-PL-SUBJ.
            PERFORM 4400-STATTXT-PARA
               THRU 4400-STATTXT-EXIT.
            MOVE WS-STAT-TXT  TO WS-PL-STAT.
            MOVE RCK-REQ-DATE TO WS-PL-REQ.
            MOVE WS-DAYS      TO WS-PL-DAYS.
            WRITE PRTREC FROM WS-PL-DET
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINEN.
       4200-RPTREAD-EXIT.
            EXIT.
       4300-NEWPAGE-PARA.
            ADD 1 TO WS-PAGEN.
            MOVE WS-PAGEN TO WS-PL-PAGE.
            WRITE PRTREC FROM WS-PL-HDR1
                AFTER ADVANCING PAGE.
            IF WS-SECT-OPEN
               MOVE "OUTSTANDING RECHECKS (OVERDUE AFTER"
                 TO WS-PL-SECT-TXT
               MOVE WS-OVERDUE TO WS-PL-SECT-DAYS
            ELSE
               MOVE "COMPLETED RECHECKS (LAST"
                 TO WS-PL-SECT-TXT
               MOVE WS-CMPDAYS TO WS-PL-SECT-DAYS
            END-IF.
            WRITE PRTREC FROM WS-PL-SECT
                AFTER ADVANCING 2 LINES.
            WRITE PRTREC FROM WS-PL-COLS
                AFTER ADVANCING 2 LINES.
            MOVE 6 TO WS-LINEN.
       4300-NEWPAGE-EXIT.
            EXIT.
       4400-STATTXT-PARA.
            EVALUATE TRUE
                WHEN RCK-REQUESTED
                     MOVE "REQUESTED"        TO WS-STAT-TXT
                WHEN RCK-FEE-PAID
                     MOVE "FEE PAID"         TO WS-STAT-TXT
                WHEN RCK-AT-EXAMINER
                     MOVE "WITH EXAMINER"    TO WS-STAT-TXT
                WHEN RCK-OUTCOME-RCVD
                     MOVE "OUTCOME RECEIVED" TO WS-STAT-TXT
                WHEN RCK-APPLIED
                     MOVE "APPLIED"          TO WS-STAT-TXT
                WHEN RCK-NO-CHANGE
                     MOVE "NO CHANGE"        TO WS-STAT-TXT
                WHEN OTHER
                     MOVE RCK-STATUS         TO WS-STAT-TXT
            END-EVALUATE.
       4400-STATTXT-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA13G086  -  RECHECK PROCESSING".
            DISPLAY "=========================================".
            DISPLAY "TRANS READ            : " WS-READN.
            DISPLAY "REQUESTS ADDED        : " WS-ADDN.
            DISPLAY "STATUS UPDATES        : " WS-UPDN.
            DISPLAY "TRANS REJECTED        : " WS-REJN.
            DISPLAY "OUTCOMES APPLIED      : " WS-APPN.
            DISPLAY "OUTCOMES NO CHANGE    : " WS-NOCHGN.
            DISPLAY "OUTCOMES NOT APPLIED  : " WS-NOAPPN.
            DISPLAY "JOURNAL RECS WRITTEN  : " WS-JRNN.
            DISPLAY "MARKS RECS REWRITTEN  : " WS-MRKWN.
            DISPLAY "RECHECKS OUTSTANDING  : " WS-OPENN.
            DISPLAY "RECHECKS OVERDUE      : " WS-OVERN.
            DISPLAY "COMPLETED LISTED      : " WS-DONEN.
            DISPLAY "=========================================".
            EVALUATE TRUE
                WHEN WS-DROPN > ZERO
                     DISPLAY "RECORDS DROPPED - TABLE FULL : "
                             WS-DROPN
                     MOVE 8 TO RETURN-CODE
                WHEN WS-REJN > ZERO
                  OR WS-NOAPPN > ZERO
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
            MOVE "CA13G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "ADDED" TO WS-RH-LBL(2).
            MOVE WS-ADDN TO WS-RH-VAL(2).
            MOVE "UPDATED" TO WS-RH-LBL(3).
            MOVE WS-UPDN TO WS-RH-VAL(3).
            MOVE "REJECTED" TO WS-RH-LBL(4).
            MOVE WS-REJN TO WS-RH-VAL(4).
            MOVE "APPLIED" TO WS-RH-LBL(5).
            MOVE WS-APPN TO WS-RH-VAL(5).
            MOVE "NOT APPLD" TO WS-RH-LBL(6).
            MOVE WS-NOAPPN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
