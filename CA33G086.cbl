       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA33G086.
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
            SELECT ARCMRK ASSIGN TO DD3
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS3.
            SELECT SUBJFILE ASSIGN TO DD4
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS4.
            SELECT GRDPARM ASSIGN TO DD5
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS5.
            SELECT PRTFILE ASSIGN TO DD6
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS6.
            SELECT MRKMAST ASSIGN TO DD7
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MMK-KEY
                   FILE STATUS WS-FS7.
            SELECT STUFILE ASSIGN TO DD8
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS STU-STID
                   FILE STATUS WS-FS8.
            SELECT PRGFILE ASSIGN TO DD9
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PRG-PROG
                   FILE STATUS WS-FS9.
            SELECT GRADFILE ASSIGN TO DD10
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS10.
            SELECT ADVFILE ASSIGN TO DD11
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS11.
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
       FD ARCMRK.
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
       FD GRDPARM.
       01 GRDPARMREC.
          05 GP-PROG                  PIC X(20).
          05 FILLER                   PIC X(60).
       FD PRTFILE.
       01 PRTREC                      PIC X(132).
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
       FD PRGFILE.
       01 PRGREC.
          05 PRG-PROG                 PIC X(20).
          05 FILLER                   PIC X.
          05 PRG-MINCRED              PIC 9(3).
          05 FILLER                   PIC X.
          05 PRG-MINPERC              PIC 9(3).
          05 FILLER                   PIC X.
          05 PRG-REQ OCCURS 20 TIMES.
             10 PRG-REQ-SUBJ          PIC X(3).
             10 FILLER                PIC X.
          05 FILLER                   PIC X(11).
       FD GRADFILE.
       01 GRADREC.
          05 GR-STID                  PIC 9(5).
          05 FILLER                   PIC X.
          05 GR-FNAME                 PIC X(10).
          05 FILLER                   PIC X.
          05 GR-LNAME                 PIC X(10).
          05 FILLER                   PIC X.
          05 GR-PROG                  PIC X(20).
          05 FILLER                   PIC X.
          05 GR-CREDITS               PIC 9(4).
          05 FILLER                   PIC X.
          05 GR-CAR-AVG               PIC 9(3).9.
          05 FILLER                   PIC X.
          05 GR-AUDIT-DATE            PIC 9(8).
          05 FILLER                   PIC X(12).
       FD ADVFILE.
       01 ADVREC                      PIC X(132).
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
       01 WS-FS7                      PIC 99.
          88 FS7-OK                             VALUE 00.
          88 FS7-NOTFND                         VALUE 23.
       01 WS-FS8                      PIC 99.
          88 FS8-OK                             VALUE 00.
          88 FS8-EOF                            VALUE 10.
       01 WS-FS9                      PIC 99.
          88 FS9-OK                             VALUE 00.
          88 FS9-NOTFND                         VALUE 23.
       01 WS-FS10                     PIC 99.
          88 FS10-OK                            VALUE 00.
       01 WS-FS11                     PIC 99.
          88 FS11-OK                            VALUE 00.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-SEL-PROG                 PIC X(20).
       01 WS-MINCRED                  PIC 9(3).
       01 WS-MINPERC                  PIC 9(3).
       01 WS-STUREADN                 PIC 9(7) VALUE ZERO.
       01 WS-AUDN                     PIC 9(7) VALUE ZERO.
       01 WS-ELIGN                    PIC 9(7) VALUE ZERO.
       01 WS-NOTELIGN                 PIC 9(7) VALUE ZERO.
       01 WS-SHORTN                   PIC 9(7) VALUE ZERO.
       01 WS-NORESN                   PIC 9(7) VALUE ZERO.
       01 WS-REVN                     PIC 9(7) VALUE ZERO.
       01 WS-RESN                     PIC 9(7) VALUE ZERO.
       01 WS-DETN                     PIC 9(7) VALUE ZERO.
       01 WS-DROPN                    PIC 9(7) VALUE ZERO.
       01 WS-PAGEN                    PIC 9(5) VALUE ZERO.
       01 WS-LINEN                    PIC 9(3) VALUE 99.
       01 WS-ADV-PAGEN                PIC 9(5) VALUE ZERO.
       01 WS-ADV-LINEN                PIC 9(3) VALUE 99.
       01 WS-SUBJ-IDX                 PIC 9(1).
       01 WS-SUBJ-CNT                 PIC 9(1).
       01 WS-MARK-OPS                 PIC 9(2)V9(2).
       01 WS-MARK-TXT                 PIC X(5).
       01 WS-SUBJ-CD                  PIC X(3).
       01 WS-WTD-ONE                  PIC 9(4)V9(4).
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
       01 WS-REQ-CNT                  PIC 9(2) VALUE ZERO.
       01 WS-REQ-IDX                  PIC 9(2).
       01 WS-REQ-TBL.
          05 WS-REQ-ENT OCCURS 20 TIMES.
             10 WS-REQ-TCODE          PIC X(3).
             10 WS-REQ-TSUB           PIC 9(2).
       01 WS-GST-CNT                  PIC 9(4) VALUE ZERO.
       01 WS-GST-IDX                  PIC 9(4).
       01 WS-GST-FND                  PIC 9(4).
       01 WS-GST-TBL.
          05 WS-GST-ENT OCCURS 1000 TIMES.
             10 WS-GST-STID           PIC X(6).
             10 WS-GST-NSTID          PIC 9(5).
             10 WS-GST-FNAME          PIC X(10).
             10 WS-GST-LNAME          PIC X(10).
             10 WS-GST-WTD            PIC 9(5)V9(4).
             10 WS-GST-WCRED          PIC 9(4).
             10 WS-GST-TRM-CNT        PIC 9(2).
             10 WS-GST-TRM OCCURS 20 TIMES.
                15 WS-GST-TKEY        PIC X(5).
                15 WS-GST-TDET        PIC X(1).
             10 WS-GST-SBJ-CNT        PIC 9(2).
             10 WS-GST-SBJ OCCURS 40 TIMES.
                15 WS-GST-SCODE       PIC X(3).
                15 WS-GST-SBEST       PIC 9(2)V9(2).
                15 WS-GST-SPASS       PIC X(1).
       01 WS-TRM-IDX                  PIC 9(2).
       01 WS-TRM-FND                  PIC 9(2).
       01 WS-SBJ-IDX                  PIC 9(2).
       01 WS-SBJ-FND                  PIC 9(2).
       01 WS-CUR-STID                 PIC X(6).
       01 WS-CUR-TKEY                 PIC X(5).
       01 WS-CRED-ERN                 PIC 9(4).
       01 WS-CAR-AVG                  PIC 9(3)V9(1).
       01 WS-OUTST-CNT                PIC 9(2).
       01 WS-OUTST-REQ                PIC 9(2).
       01 WS-NODET-CNT                PIC 9(2).
       01 WS-STU-STAT                 PIC X(1).
          88 WS-STU-ELIGIBLE                    VALUE "E".
          88 WS-STU-NOT-ELIGIBLE                VALUE "N".
          88 WS-STU-REVIEW                      VALUE "R".
       01 WS-SHORT-SW                 PIC X(1).
          88 WS-ONE-SHORT                       VALUE "Y".
       01 WS-OUT-PTR                  PIC 9(3).
       01 WS-OUT-ITEM.
          05 WS-OUT-CODE              PIC X(3).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-OUT-WHY               PIC X(7).
          05 FILLER                   PIC X(2) VALUE SPACES.
       01 WS-OUT-LINE                 PIC X(104).
       01 WS-OUT-ITEMN                PIC 9(1).
       01 WS-PL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA33G086".
          05 FILLER                   PIC X(30)
                 VALUE "GRADUATION ELIGIBILITY AUDIT".
          05 FILLER                   PIC X(9) VALUE "RUN DATE ".
          05 WS-PL-DATE               PIC 9(8).
          05 FILLER                   PIC X(7) VALUE "  PAGE ".
          05 WS-PL-PAGE               PIC ZZZZ9.
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-PL-HDR2.
          05 FILLER                   PIC X(11) VALUE "PROGRAMME: ".
          05 WS-PL-PROG               PIC X(20).
          05 FILLER                   PIC X(18)
                                      VALUE "  MIN CREDITS: ".
          05 WS-PL-MINCRED            PIC ZZ9.
          05 FILLER                   PIC X(20)
                                      VALUE "  MIN CAREER PCT: ".
          05 WS-PL-MINPERC            PIC ZZ9.
          05 FILLER                   PIC X(57) VALUE SPACES.
       01 WS-PL-HDR3.
          05 FILLER                   PIC X(21)
                                      VALUE "REQUIRED SUBJECTS: ".
          05 WS-PL-REQLIST            PIC X(80).
          05 FILLER                   PIC X(31) VALUE SPACES.
       01 WS-PL-STU.
          05 FILLER                   PIC X(9) VALUE "STUDENT: ".
          05 WS-PL-STID               PIC X(6).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-PL-FNAME              PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-PL-LNAME              PIC X(10).
          05 FILLER                   PIC X(10) VALUE "  STATUS: ".
          05 WS-PL-STAT               PIC X(21).
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-PL-CRD.
          05 FILLER                   PIC X(20)
                                      VALUE "   CREDITS EARNED: ".
          05 WS-PL-CRED               PIC ZZZ9.
          05 FILLER                   PIC X(12) VALUE "  REQUIRED: ".
          05 WS-PL-CREQ               PIC ZZZ9.
          05 FILLER                   PIC X(20)
                                      VALUE "   CAREER AVERAGE: ".
          05 WS-PL-AVG                PIC ZZ9.9.
          05 FILLER                   PIC X(12) VALUE "  REQUIRED: ".
          05 WS-PL-AREQ               PIC ZZ9.
          05 FILLER                   PIC X(52) VALUE SPACES.
       01 WS-PL-OUT.
          05 FILLER                   PIC X(28)
                        VALUE "   REQUIRED SUBJECTS OUTST: ".
          05 WS-PL-OUT-LIST           PIC X(104).
       01 WS-PL-NOTE.
          05 FILLER                   PIC X(9) VALUE "   NOTE: ".
          05 WS-PL-NOTE-TXT           PIC X(80).
          05 FILLER                   PIC X(43) VALUE SPACES.
       01 WS-PL-TOTL.
          05 WS-PL-TOT-LBL            PIC X(30).
          05 WS-PL-TOT-CNT            PIC Z(6)9.
          05 FILLER                   PIC X(95) VALUE SPACES.
       01 WS-AL-HDR1.
          05 FILLER                   PIC X(10) VALUE "CA33G086".
          05 FILLER                   PIC X(30)
                 VALUE "ONE SUBJECT SHORT - ADVISERS".
          05 FILLER                   PIC X(9) VALUE "RUN DATE ".
          05 WS-AL-DATE               PIC 9(8).
          05 FILLER                   PIC X(7) VALUE "  PAGE ".
          05 WS-AL-PAGE               PIC ZZZZ9.
          05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-AL-HDR2.
          05 FILLER                   PIC X(8) VALUE "STUDENT".
          05 FILLER                   PIC X(22) VALUE "NAME".
          05 FILLER                   PIC X(5) VALUE "SUBJ".
          05 FILLER                   PIC X(22) VALUE "SUBJECT NAME".
          05 FILLER                   PIC X(9) VALUE "STATUS".
          05 FILLER                   PIC X(66)
                        VALUE "CREDITS EARNED/REQUIRED  CAREER AVG".
       01 WS-AL-DET.
          05 WS-AL-STID               PIC X(6).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-AL-FNAME              PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-AL-LNAME              PIC X(10).
          05 FILLER                   PIC X(1) VALUE SPACE.
          05 WS-AL-SUBJ               PIC X(3).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-AL-SNAME              PIC X(20).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-AL-WHY                PIC X(7).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-AL-CRED               PIC ZZZ9.
          05 FILLER                   PIC X(1) VALUE "/".
          05 WS-AL-CREQ               PIC ZZZ9.
          05 FILLER                   PIC X(15) VALUE SPACES.
          05 WS-AL-AVG                PIC ZZ9.9.
          05 FILLER                   PIC X(37) VALUE SPACES.
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
            PERFORM 3000-AUDIT-PARA
               THRU 3000-AUDIT-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-PL-DATE WS-AL-DATE.
            OPEN INPUT GRDPARM.
            EVALUATE TRUE
                WHEN FS5-OK
                     READ GRDPARM
                     IF FS5-OK
                        AND GP-PROG NOT = SPACES
                        MOVE GP-PROG TO WS-SEL-PROG
                     ELSE
                        DISPLAY "GRADUATION PARM INVALID OR MISSING"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     CLOSE GRDPARM
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR " WS-FS5
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            DISPLAY "GRADUATION AUDIT FOR PROGRAMME " WS-SEL-PROG.
            PERFORM 1200-SUBJ-PARA
               THRU 1200-SUBJ-EXIT.
            PERFORM 1300-PRG-PARA
               THRU 1300-PRG-EXIT.
            OPEN OUTPUT PRTFILE.
            EVALUATE TRUE
                WHEN FS6-OK
                     DISPLAY "OPEN FS6 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS6
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT GRADFILE.
            EVALUATE TRUE
                WHEN FS10-OK
                     DISPLAY "OPEN FS10 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS10
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            OPEN OUTPUT ADVFILE.
            EVALUATE TRUE
                WHEN FS11-OK
                     DISPLAY "OPEN FS11 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS11
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1000-INIT-EXIT.
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
       1300-PRG-PARA.
            OPEN INPUT PRGFILE.
            EVALUATE TRUE
                WHEN FS9-OK
                     DISPLAY "OPEN FS9 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS9
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE WS-SEL-PROG TO PRG-PROG.
            READ PRGFILE.
            EVALUATE TRUE
                WHEN FS9-OK
                     CONTINUE
                WHEN FS9-NOTFND
                     DISPLAY "PROGRAMME NOT ON REQUIREMENTS FILE: "
                             WS-SEL-PROG
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS9
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            CLOSE PRGFILE.
            IF PRG-MINCRED IS NOT NUMERIC
               OR PRG-MINPERC IS NOT NUMERIC
               DISPLAY "REQUIREMENTS RECORD INVALID FOR " WS-SEL-PROG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE PRG-MINCRED TO WS-MINCRED.
            MOVE PRG-MINPERC TO WS-MINPERC.
            MOVE SPACES TO WS-PL-REQLIST.
            MOVE 1 TO WS-OUT-PTR.
            PERFORM 1310-REQLOAD-PARA
               THRU 1310-REQLOAD-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > 20.
            DISPLAY "REQUIRED SUBJECTS     : " WS-REQ-CNT.
       1300-PRG-EXIT.
            EXIT.
       1310-REQLOAD-PARA.
            IF PRG-REQ-SUBJ(WS-REQ-IDX) = SPACES
               GO TO 1310-REQLOAD-EXIT
            END-IF.
            ADD 1 TO WS-REQ-CNT.
            MOVE PRG-REQ-SUBJ(WS-REQ-IDX) TO WS-REQ-TCODE(WS-REQ-CNT).
            MOVE PRG-REQ-SUBJ(WS-REQ-IDX) TO WS-SUBJ-CD.
            PERFORM 2650-FINDSUB-PARA
               THRU 2650-FINDSUB-EXIT.
            MOVE WS-SUB-FND TO WS-REQ-TSUB(WS-REQ-CNT).
            IF WS-SUB-FND = ZERO
               DISPLAY "REQUIRED SUBJECT NOT ON SUBJECT MASTER: "
                       WS-SUBJ-CD
            END-IF.
            STRING WS-SUBJ-CD " " DELIMITED BY SIZE
                   INTO WS-PL-REQLIST
                   WITH POINTER WS-OUT-PTR.
       1310-REQLOAD-EXIT.
            EXIT.
       2000-LOAD-PARA.
            OPEN INPUT STUFILE.
            EVALUATE TRUE
                WHEN FS8-OK
                     DISPLAY "OPEN FS8 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2100-STUREAD-PARA
               THRU 2100-STUREAD-EXIT UNTIL FS8-EOF.
            CLOSE STUFILE.
            DISPLAY "STUDENTS TO AUDIT     : " WS-GST-CNT.
            IF WS-GST-CNT = ZERO
               GO TO 2000-LOAD-EXIT
            END-IF.
            OPEN INPUT MRKMAST.
            EVALUATE TRUE
                WHEN FS7-OK
                     DISPLAY "OPEN FS7 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS7
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
            PERFORM 2200-OUTREAD-PARA
               THRU 2200-OUTREAD-EXIT UNTIL FS1-EOF.
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
            PERFORM 2300-ARCREAD-PARA
               THRU 2300-ARCREAD-EXIT UNTIL FS2-EOF.
            CLOSE ARCFILE.
            OPEN INPUT ARCMRK.
            EVALUATE TRUE
                WHEN FS3-OK
                     DISPLAY "OPEN FS3 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            PERFORM 2400-MRKREAD-PARA
               THRU 2400-MRKREAD-EXIT UNTIL FS3-EOF.
            CLOSE ARCMRK.
            DISPLAY "RESULT RECORDS USED   : " WS-RESN.
            DISPLAY "MARKS RECORDS USED    : " WS-DETN.
       2000-LOAD-EXIT.
            EXIT.
       2100-STUREAD-PARA.
            READ STUFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS8-OK
                     ADD 1 TO WS-STUREADN
                     IF STU-PROG = WS-SEL-PROG
                        AND STU-ENR-STAT = "E"
                        PERFORM 2110-STUSTOW-PARA
                           THRU 2110-STUSTOW-EXIT
                     END-IF
                WHEN FS8-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS8
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2100-STUREAD-EXIT.
            EXIT.
       2110-STUSTOW-PARA.
            IF WS-GST-CNT NOT < 1000
               ADD 1 TO WS-DROPN
               DISPLAY "STUDENT TABLE FULL - NOT AUDITED: " STU-STID
               GO TO 2110-STUSTOW-EXIT
            END-IF.
            ADD 1 TO WS-GST-CNT.
            MOVE SPACES TO WS-GST-STID(WS-GST-CNT).
            STRING "S"      DELIMITED BY SIZE
                   STU-STID DELIMITED BY SIZE
              INTO WS-GST-STID(WS-GST-CNT)
            END-STRING.
            MOVE STU-STID  TO WS-GST-NSTID(WS-GST-CNT).
            MOVE STU-FNAME TO WS-GST-FNAME(WS-GST-CNT).
            MOVE STU-LNAME TO WS-GST-LNAME(WS-GST-CNT).
            MOVE ZERO TO WS-GST-WTD(WS-GST-CNT)
                         WS-GST-WCRED(WS-GST-CNT)
                         WS-GST-TRM-CNT(WS-GST-CNT)
                         WS-GST-SBJ-CNT(WS-GST-CNT).
       2110-STUSTOW-EXIT.
            EXIT.
       2200-OUTREAD-PARA.
            READ OUTFILE NEXT RECORD.
            EVALUATE TRUE
                WHEN FS1-OK
                     MOVE O-STID TO WS-CUR-STID
                     PERFORM 2500-FINDSTU-PARA
                        THRU 2500-FINDSTU-EXIT
                     IF WS-GST-FND > ZERO
                        MOVE O-OUTKEY(7:5) TO WS-CUR-TKEY
                        PERFORM 2510-TRMADD-PARA
                           THRU 2510-TRMADD-EXIT
                        IF WS-TRM-FND > ZERO
                           PERFORM 2210-MMKGET-PARA
                              THRU 2210-MMKGET-EXIT
                        END-IF
                     END-IF
                WHEN FS1-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2200-OUTREAD-EXIT.
            EXIT.
       2210-MMKGET-PARA.
            MOVE O-OUTKEY TO MMK-KEY.
            READ MRKMAST.
            EVALUATE TRUE
                WHEN FS7-OK
                     CONTINUE
                WHEN FS7-NOTFND
                     GO TO 2210-MMKGET-EXIT
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS7
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            MOVE "Y" TO WS-GST-TDET(WS-GST-FND, WS-TRM-FND).
            ADD 1 TO WS-DETN.
            MOVE MMK-SUBJ-CNT TO WS-SUBJ-CNT.
            PERFORM 2220-MMKDETL-PARA
               THRU 2220-MMKDETL-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-CNT
                  OR WS-SUBJ-IDX > 5.
       2210-MMKGET-EXIT.
            EXIT.
       2220-MMKDETL-PARA.
            MOVE MMK-SUBJ-CD(WS-SUBJ-IDX) TO WS-SUBJ-CD.
            MOVE MMK-MARK(WS-SUBJ-IDX) TO WS-MARK-TXT.
            PERFORM 2600-SUBJAPPLY-PARA
               THRU 2600-SUBJAPPLY-EXIT.
       2220-MMKDETL-EXIT.
            EXIT.
       2300-ARCREAD-PARA.
            READ ARCFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     MOVE A-STID TO WS-CUR-STID
                     PERFORM 2500-FINDSTU-PARA
                        THRU 2500-FINDSTU-EXIT
                     IF WS-GST-FND > ZERO
                        MOVE A-OUTKEY(7:5) TO WS-CUR-TKEY
                        PERFORM 2510-TRMADD-PARA
                           THRU 2510-TRMADD-EXIT
                     END-IF
                WHEN FS2-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2300-ARCREAD-EXIT.
            EXIT.
       2400-MRKREAD-PARA.
            READ ARCMRK.
            EVALUATE TRUE
                WHEN FS3-OK
                     MOVE MRK-STID TO WS-CUR-STID
                     PERFORM 2500-FINDSTU-PARA
                        THRU 2500-FINDSTU-EXIT
                     IF WS-GST-FND > ZERO
                        MOVE MRK-KEY(7:5) TO WS-CUR-TKEY
                        PERFORM 2410-ARCDET-PARA
                           THRU 2410-ARCDET-EXIT
                     END-IF
                WHEN FS3-EOF
                     CONTINUE
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS3
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2400-MRKREAD-EXIT.
            EXIT.
       2410-ARCDET-PARA.
            MOVE ZERO TO WS-TRM-FND.
            PERFORM 2520-TRMSCAN-PARA
               THRU 2520-TRMSCAN-EXIT
               VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-GST-TRM-CNT(WS-GST-FND).
            IF WS-TRM-FND = ZERO
               GO TO 2410-ARCDET-EXIT
            END-IF.
            IF WS-GST-TDET(WS-GST-FND, WS-TRM-FND) = "Y"
               GO TO 2410-ARCDET-EXIT
            END-IF.
            MOVE "Y" TO WS-GST-TDET(WS-GST-FND, WS-TRM-FND).
            ADD 1 TO WS-DETN.
            MOVE MRK-SUBJ-CNT TO WS-SUBJ-CNT.
            PERFORM 2420-ARCDETL-PARA
               THRU 2420-ARCDETL-EXIT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > WS-SUBJ-CNT
                  OR WS-SUBJ-IDX > 5.
       2410-ARCDET-EXIT.
            EXIT.
       2420-ARCDETL-PARA.
            MOVE MRK-SUBJ-CD(WS-SUBJ-IDX) TO WS-SUBJ-CD.
            MOVE MRK-MARK(WS-SUBJ-IDX) TO WS-MARK-TXT.
            PERFORM 2600-SUBJAPPLY-PARA
               THRU 2600-SUBJAPPLY-EXIT.
       2420-ARCDETL-EXIT.
            EXIT.
       2500-FINDSTU-PARA.
            MOVE ZERO TO WS-GST-FND.
            PERFORM 2505-STUSCAN-PARA
               THRU 2505-STUSCAN-EXIT
               VARYING WS-GST-IDX FROM 1 BY 1
               UNTIL WS-GST-IDX > WS-GST-CNT
                  OR WS-GST-FND > ZERO.
       2500-FINDSTU-EXIT.
            EXIT.
       2505-STUSCAN-PARA.
            IF WS-GST-STID(WS-GST-IDX) = WS-CUR-STID
               MOVE WS-GST-IDX TO WS-GST-FND
            END-IF.
       2505-STUSCAN-EXIT.
            EXIT.
       2510-TRMADD-PARA.
            MOVE ZERO TO WS-TRM-FND.
            PERFORM 2520-TRMSCAN-PARA
               THRU 2520-TRMSCAN-EXIT
               VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-GST-TRM-CNT(WS-GST-FND).
            IF WS-TRM-FND > ZERO
               MOVE ZERO TO WS-TRM-FND
               GO TO 2510-TRMADD-EXIT
            END-IF.
            IF WS-GST-TRM-CNT(WS-GST-FND) NOT < 20
               ADD 1 TO WS-DROPN
               DISPLAY "TERM TABLE FULL - TERM DROPPED: "
                       WS-CUR-STID " " WS-CUR-TKEY
               GO TO 2510-TRMADD-EXIT
            END-IF.
            ADD 1 TO WS-GST-TRM-CNT(WS-GST-FND).
            MOVE WS-GST-TRM-CNT(WS-GST-FND) TO WS-TRM-FND.
            MOVE WS-CUR-TKEY TO WS-GST-TKEY(WS-GST-FND, WS-TRM-FND).
            MOVE "N" TO WS-GST-TDET(WS-GST-FND, WS-TRM-FND).
            ADD 1 TO WS-RESN.
       2510-TRMADD-EXIT.
            EXIT.
       2520-TRMSCAN-PARA.
            IF WS-GST-TKEY(WS-GST-FND, WS-TRM-IDX) = WS-CUR-TKEY
               AND WS-TRM-FND = ZERO
               MOVE WS-TRM-IDX TO WS-TRM-FND
            END-IF.
       2520-TRMSCAN-EXIT.
            EXIT.
       2600-SUBJAPPLY-PARA.
            IF WS-SUBJ-CD = SPACES
               OR WS-MARK-TXT(1:2) IS NOT NUMERIC
               OR WS-MARK-TXT(4:2) IS NOT NUMERIC
               GO TO 2600-SUBJAPPLY-EXIT
            END-IF.
            MOVE ZERO TO WS-MARK-OPS.
            MOVE WS-MARK-TXT(1:2) TO WS-MARK-OPS(1:2).
            MOVE WS-MARK-TXT(4:2) TO WS-MARK-OPS(3:2).
            PERFORM 2650-FINDSUB-PARA
               THRU 2650-FINDSUB-EXIT.
            IF WS-SUB-FND > ZERO
               AND WS-SUB-TCRED(WS-SUB-FND) > ZERO
               AND WS-SUB-TMAX(WS-SUB-FND) > ZERO
               COMPUTE WS-WTD-ONE ROUNDED =
                       ( WS-MARK-OPS / WS-SUB-TMAX(WS-SUB-FND) )
                       * WS-SUB-TCRED(WS-SUB-FND)
               ADD WS-WTD-ONE TO WS-GST-WTD(WS-GST-FND)
               ADD WS-SUB-TCRED(WS-SUB-FND)
                TO WS-GST-WCRED(WS-GST-FND)
            END-IF.
            MOVE ZERO TO WS-SBJ-FND.
            PERFORM 2610-SBJSCAN-PARA
               THRU 2610-SBJSCAN-EXIT
               VARYING WS-SBJ-IDX FROM 1 BY 1
               UNTIL WS-SBJ-IDX > WS-GST-SBJ-CNT(WS-GST-FND).
            IF WS-SBJ-FND = ZERO
               IF WS-GST-SBJ-CNT(WS-GST-FND) NOT < 40
                  ADD 1 TO WS-DROPN
                  DISPLAY "SUBJECT TABLE FULL - SUBJECT DROPPED: "
                          WS-CUR-STID " " WS-SUBJ-CD
                  GO TO 2600-SUBJAPPLY-EXIT
               END-IF
               ADD 1 TO WS-GST-SBJ-CNT(WS-GST-FND)
               MOVE WS-GST-SBJ-CNT(WS-GST-FND) TO WS-SBJ-FND
               MOVE WS-SUBJ-CD
                 TO WS-GST-SCODE(WS-GST-FND, WS-SBJ-FND)
               MOVE WS-MARK-OPS
                 TO WS-GST-SBEST(WS-GST-FND, WS-SBJ-FND)
               MOVE "N" TO WS-GST-SPASS(WS-GST-FND, WS-SBJ-FND)
            END-IF.
            IF WS-MARK-OPS > WS-GST-SBEST(WS-GST-FND, WS-SBJ-FND)
               MOVE WS-MARK-OPS
                 TO WS-GST-SBEST(WS-GST-FND, WS-SBJ-FND)
            END-IF.
            IF WS-SUB-FND = ZERO
               GO TO 2600-SUBJAPPLY-EXIT
            END-IF.
            IF WS-SUB-TMIN(WS-SUB-FND) = ZERO
               OR WS-MARK-OPS NOT < WS-SUB-TMIN(WS-SUB-FND)
               MOVE "Y" TO WS-GST-SPASS(WS-GST-FND, WS-SBJ-FND)
            END-IF.
       2600-SUBJAPPLY-EXIT.
            EXIT.
       2610-SBJSCAN-PARA.
            IF WS-GST-SCODE(WS-GST-FND, WS-SBJ-IDX) = WS-SUBJ-CD
               AND WS-SBJ-FND = ZERO
               MOVE WS-SBJ-IDX TO WS-SBJ-FND
            END-IF.
       2610-SBJSCAN-EXIT.
            EXIT.
       2650-FINDSUB-PARA.
            MOVE ZERO TO WS-SUB-FND.
            PERFORM 2660-SUBSCAN-PARA
               THRU 2660-SUBSCAN-EXIT
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > WS-SUB-CNT.
       2650-FINDSUB-EXIT.
            EXIT.
       2660-SUBSCAN-PARA.
            IF WS-SUB-TCODE(WS-SUB-IDX) = WS-SUBJ-CD
               AND WS-SUB-FND = ZERO
               MOVE WS-SUB-IDX TO WS-SUB-FND
            END-IF.
       2660-SUBSCAN-EXIT.
            EXIT.
       3000-AUDIT-PARA.
            PERFORM 3900-NEWPAGE-PARA
               THRU 3900-NEWPAGE-EXIT.
            PERFORM 3100-STUAUD-PARA
               THRU 3100-STUAUD-EXIT
               VARYING WS-GST-IDX FROM 1 BY 1
               UNTIL WS-GST-IDX > WS-GST-CNT.
            IF WS-GST-CNT = ZERO
               MOVE "NO ENROLLED STUDENTS IN THIS PROGRAMME" TO PRTREC
               WRITE PRTREC AFTER ADVANCING 2 LINES
            END-IF.
            PERFORM 3800-TOTALS-PARA
               THRU 3800-TOTALS-EXIT.
            IF WS-SHORTN = ZERO
               PERFORM 3950-ADVPAGE-PARA
                  THRU 3950-ADVPAGE-EXIT
               MOVE "NO STUDENT IS ONE SUBJECT SHORT" TO ADVREC
               WRITE ADVREC AFTER ADVANCING 2 LINES
            END-IF.
            CLOSE PRTFILE.
            CLOSE GRADFILE.
            CLOSE ADVFILE.
       3000-AUDIT-EXIT.
            EXIT.
       3100-STUAUD-PARA.
            ADD 1 TO WS-AUDN.
            MOVE WS-GST-IDX TO WS-GST-FND.
            MOVE ZERO TO WS-CRED-ERN WS-OUTST-CNT WS-OUTST-REQ
                         WS-NODET-CNT.
            MOVE "N" TO WS-SHORT-SW.
            PERFORM 3110-CREDSUM-PARA
               THRU 3110-CREDSUM-EXIT
               VARYING WS-SBJ-IDX FROM 1 BY 1
               UNTIL WS-SBJ-IDX > WS-GST-SBJ-CNT(WS-GST-FND).
            PERFORM 3120-NODET-PARA
               THRU 3120-NODET-EXIT
               VARYING WS-TRM-IDX FROM 1 BY 1
               UNTIL WS-TRM-IDX > WS-GST-TRM-CNT(WS-GST-FND).
            IF WS-GST-WCRED(WS-GST-FND) > ZERO
               COMPUTE WS-CAR-AVG ROUNDED =
                       ( WS-GST-WTD(WS-GST-FND)
                       / WS-GST-WCRED(WS-GST-FND) ) * 100
            ELSE
               MOVE ZERO TO WS-CAR-AVG
            END-IF.
            MOVE SPACES TO WS-OUT-LINE.
            MOVE 1 TO WS-OUT-PTR.
            PERFORM 3130-REQCHK-PARA
               THRU 3130-REQCHK-EXIT
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-CNT.
            EVALUATE TRUE
                WHEN WS-NODET-CNT > ZERO
                     MOVE "R" TO WS-STU-STAT
                     ADD 1 TO WS-REVN
                WHEN WS-OUTST-CNT = ZERO
                 AND WS-CRED-ERN NOT < WS-MINCRED
                 AND WS-CAR-AVG NOT < WS-MINPERC
                     MOVE "E" TO WS-STU-STAT
                     ADD 1 TO WS-ELIGN
                WHEN OTHER
                     MOVE "N" TO WS-STU-STAT
                     ADD 1 TO WS-NOTELIGN
            END-EVALUATE.
            IF WS-GST-TRM-CNT(WS-GST-FND) = ZERO
               ADD 1 TO WS-NORESN
            END-IF.
            PERFORM 3200-STUPRT-PARA
               THRU 3200-STUPRT-EXIT.
            IF WS-STU-ELIGIBLE
               PERFORM 3300-GRADWRT-PARA
                  THRU 3300-GRADWRT-EXIT
               GO TO 3100-STUAUD-EXIT
            END-IF.
            IF WS-OUTST-CNT = 1
               AND WS-CAR-AVG NOT < WS-MINPERC
               MOVE WS-REQ-TSUB(WS-OUTST-REQ) TO WS-SUB-FND
               IF WS-SUB-FND > ZERO
                  AND WS-CRED-ERN + WS-SUB-TCRED(WS-SUB-FND)
                      NOT < WS-MINCRED
                  MOVE "Y" TO WS-SHORT-SW
               END-IF
               IF WS-SUB-FND = ZERO
                  AND WS-CRED-ERN NOT < WS-MINCRED
                  MOVE "Y" TO WS-SHORT-SW
               END-IF
            END-IF.
            IF WS-ONE-SHORT
               ADD 1 TO WS-SHORTN
               PERFORM 3400-ADVLINE-PARA
                  THRU 3400-ADVLINE-EXIT
            END-IF.
       3100-STUAUD-EXIT.
            EXIT.
       3110-CREDSUM-PARA.
            IF WS-GST-SPASS(WS-GST-FND, WS-SBJ-IDX) NOT = "Y"
               GO TO 3110-CREDSUM-EXIT
            END-IF.
            MOVE WS-GST-SCODE(WS-GST-FND, WS-SBJ-IDX) TO WS-SUBJ-CD.
            PERFORM 2650-FINDSUB-PARA
               THRU 2650-FINDSUB-EXIT.
            IF WS-SUB-FND > ZERO
               ADD WS-SUB-TCRED(WS-SUB-FND) TO WS-CRED-ERN
            END-IF.
       3110-CREDSUM-EXIT.
            EXIT.
       3120-NODET-PARA.
            IF WS-GST-TDET(WS-GST-FND, WS-TRM-IDX) NOT = "Y"
               ADD 1 TO WS-NODET-CNT
            END-IF.
       3120-NODET-EXIT.
            EXIT.
       3130-REQCHK-PARA.
            MOVE WS-REQ-TCODE(WS-REQ-IDX) TO WS-SUBJ-CD.
            MOVE ZERO TO WS-SBJ-FND.
            PERFORM 2610-SBJSCAN-PARA
               THRU 2610-SBJSCAN-EXIT
               VARYING WS-SBJ-IDX FROM 1 BY 1
               UNTIL WS-SBJ-IDX > WS-GST-SBJ-CNT(WS-GST-FND).
            IF WS-SBJ-FND > ZERO
               IF WS-GST-SPASS(WS-GST-FND, WS-SBJ-FND) = "Y"
                  GO TO 3130-REQCHK-EXIT
               END-IF
               MOVE "FAILED" TO WS-OUT-WHY
            ELSE
               MOVE "MISSING" TO WS-OUT-WHY
            END-IF.
            ADD 1 TO WS-OUTST-CNT.
            MOVE WS-REQ-IDX TO WS-OUTST-REQ.
            MOVE WS-SUBJ-CD TO WS-OUT-CODE.
            IF WS-OUT-PTR < 93
               STRING WS-OUT-ITEM DELIMITED BY SIZE
                      INTO WS-OUT-LINE
                      WITH POINTER WS-OUT-PTR
            END-IF.
       3130-REQCHK-EXIT.
            EXIT.
       3200-STUPRT-PARA.
            IF WS-LINEN > 52
               PERFORM 3900-NEWPAGE-PARA
                  THRU 3900-NEWPAGE-EXIT
            END-IF.
            MOVE WS-GST-STID(WS-GST-FND) TO WS-PL-STID.
            MOVE WS-GST-FNAME(WS-GST-FND) TO WS-PL-FNAME.
            MOVE WS-GST-LNAME(WS-GST-FND) TO WS-PL-LNAME.
            EVALUATE TRUE
                WHEN WS-STU-ELIGIBLE
                     MOVE "ELIGIBLE" TO WS-PL-STAT
                WHEN WS-STU-REVIEW
                     MOVE "NOT ELIGIBLE - REVIEW" TO WS-PL-STAT
                WHEN OTHER
                     MOVE "NOT ELIGIBLE" TO WS-PL-STAT
            END-EVALUATE.
            WRITE PRTREC FROM WS-PL-STU
                AFTER ADVANCING 2 LINES.
            MOVE WS-CRED-ERN TO WS-PL-CRED.
            MOVE WS-MINCRED TO WS-PL-CREQ.
            MOVE WS-CAR-AVG TO WS-PL-AVG.
            MOVE WS-MINPERC TO WS-PL-AREQ.
            WRITE PRTREC FROM WS-PL-CRD
                AFTER ADVANCING 1 LINE.
            ADD 3 TO WS-LINEN.
            IF WS-OUTST-CNT > ZERO
               MOVE WS-OUT-LINE TO WS-PL-OUT-LIST
               WRITE PRTREC FROM WS-PL-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINEN
            END-IF.
            IF WS-GST-TRM-CNT(WS-GST-FND) = ZERO
               MOVE "NO RESULTS ON FILE FOR THIS STUDENT"
                 TO WS-PL-NOTE-TXT
               WRITE PRTREC FROM WS-PL-NOTE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINEN
            END-IF.
            IF WS-NODET-CNT > ZERO
               MOVE SPACES TO WS-PL-NOTE-TXT
               STRING WS-NODET-CNT DELIMITED BY SIZE
                      " TERM(S) WITHOUT MARKS DETAIL - NOT ELIGIBLE "
                      DELIMITED BY SIZE
                      "UNTIL REVIEWED" DELIMITED BY SIZE
                 INTO WS-PL-NOTE-TXT
               END-STRING
               WRITE PRTREC FROM WS-PL-NOTE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINEN
            END-IF.
       3200-STUPRT-EXIT.
            EXIT.
       3300-GRADWRT-PARA.
            MOVE SPACES TO GRADREC.
            MOVE WS-GST-NSTID(WS-GST-FND) TO GR-STID.
            MOVE WS-GST-FNAME(WS-GST-FND) TO GR-FNAME.
            MOVE WS-GST-LNAME(WS-GST-FND) TO GR-LNAME.
            MOVE WS-SEL-PROG TO GR-PROG.
            MOVE WS-CRED-ERN TO GR-CREDITS.
            MOVE WS-CAR-AVG TO GR-CAR-AVG.
            MOVE WS-RUN-DATE TO GR-AUDIT-DATE.
            WRITE GRADREC.
            IF NOT FS10-OK
               DISPLAY "WRITE ERROR" WS-FS10
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.
       3300-GRADWRT-EXIT.
            EXIT.
       3400-ADVLINE-PARA.
            IF WS-ADV-LINEN > 55
               PERFORM 3950-ADVPAGE-PARA
                  THRU 3950-ADVPAGE-EXIT
            END-IF.
            MOVE WS-GST-STID(WS-GST-FND) TO WS-AL-STID.
            MOVE WS-GST-FNAME(WS-GST-FND) TO WS-AL-FNAME.
            MOVE WS-GST-LNAME(WS-GST-FND) TO WS-AL-LNAME.
            MOVE WS-OUT-CODE TO WS-AL-SUBJ.
            MOVE WS-OUT-WHY TO WS-AL-WHY.
            MOVE WS-REQ-TSUB(WS-OUTST-REQ) TO WS-SUB-FND.
            IF WS-SUB-FND > ZERO
               MOVE WS-SUB-TNAME(WS-SUB-FND) TO WS-AL-SNAME
            ELSE
               MOVE "(UNKNOWN SUBJECT)" TO WS-AL-SNAME
            END-IF.
            MOVE WS-CRED-ERN TO WS-AL-CRED.
            MOVE WS-MINCRED TO WS-AL-CREQ.
            MOVE WS-CAR-AVG TO WS-AL-AVG.
            WRITE ADVREC FROM WS-AL-DET
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-ADV-LINEN.
       3400-ADVLINE-EXIT.
            EXIT.
       3800-TOTALS-PARA.
            MOVE "STUDENTS AUDITED            : " TO WS-PL-TOT-LBL.
            MOVE WS-AUDN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING PAGE.
            MOVE "ELIGIBLE                    : " TO WS-PL-TOT-LBL.
            MOVE WS-ELIGN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "NOT ELIGIBLE                : " TO WS-PL-TOT-LBL.
            MOVE WS-NOTELIGN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "NOT ELIGIBLE - REVIEW       : " TO WS-PL-TOT-LBL.
            MOVE WS-REVN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "ONE SUBJECT SHORT           : " TO WS-PL-TOT-LBL.
            MOVE WS-SHORTN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
            MOVE "NO RESULTS ON FILE          : " TO WS-PL-TOT-LBL.
            MOVE WS-NORESN TO WS-PL-TOT-CNT.
            WRITE PRTREC FROM WS-PL-TOTL
                AFTER ADVANCING 1 LINE.
       3800-TOTALS-EXIT.
            EXIT.
       3900-NEWPAGE-PARA.
            ADD 1 TO WS-PAGEN.
            MOVE WS-PAGEN TO WS-PL-PAGE.
            WRITE PRTREC FROM WS-PL-HDR1
                AFTER ADVANCING PAGE.
            MOVE WS-SEL-PROG TO WS-PL-PROG.
            MOVE WS-MINCRED TO WS-PL-MINCRED.
            MOVE WS-MINPERC TO WS-PL-MINPERC.
            WRITE PRTREC FROM WS-PL-HDR2
                AFTER ADVANCING 1 LINE.
            WRITE PRTREC FROM WS-PL-HDR3
                AFTER ADVANCING 1 LINE.
            MOVE 3 TO WS-LINEN.
       3900-NEWPAGE-EXIT.
            EXIT.
       3950-ADVPAGE-PARA.
            ADD 1 TO WS-ADV-PAGEN.
            MOVE WS-ADV-PAGEN TO WS-AL-PAGE.
            WRITE ADVREC FROM WS-AL-HDR1
                AFTER ADVANCING PAGE.
            MOVE SPACES TO ADVREC.
            STRING "PROGRAMME: " WS-SEL-PROG DELIMITED BY SIZE
              INTO ADVREC
            END-STRING.
            WRITE ADVREC AFTER ADVANCING 1 LINE.
            WRITE ADVREC FROM WS-AL-HDR2
                AFTER ADVANCING 2 LINES.
            MOVE 5 TO WS-ADV-LINEN.
       3950-ADVPAGE-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA33G086  -  GRADUATION ELIGIBILITY AUDIT".
            DISPLAY "=========================================".
            DISPLAY "PROGRAMME             : " WS-SEL-PROG.
            DISPLAY "STUDENT RECORDS READ  : " WS-STUREADN.
            DISPLAY "STUDENTS AUDITED      : " WS-AUDN.
            DISPLAY "ELIGIBLE              : " WS-ELIGN.
            DISPLAY "NOT ELIGIBLE          : " WS-NOTELIGN.
            DISPLAY "NOT ELIGIBLE - REVIEW : " WS-REVN.
            DISPLAY "ONE SUBJECT SHORT     : " WS-SHORTN.
            DISPLAY "NO RESULTS ON FILE    : " WS-NORESN.
            DISPLAY "=========================================".
            EVALUATE TRUE
                WHEN WS-DROPN > ZERO
                     DISPLAY "RECORDS DROPPED - TABLE FULL : "
                             WS-DROPN
                     DISPLAY "AUDIT IS INCOMPLETE"
                     MOVE 8 TO RETURN-CODE
                WHEN WS-AUDN = ZERO
                  OR WS-NORESN > ZERO
                  OR WS-REVN > ZERO
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
            MOVE "CA33G086" TO WS-RH-PGM.
            MOVE "REVIEW" TO WS-RH-LBL(1).
            MOVE WS-REVN TO WS-RH-VAL(1).
            MOVE "AUDITED" TO WS-RH-LBL(2).
            MOVE WS-AUDN TO WS-RH-VAL(2).
            MOVE "ELIGIBLE" TO WS-RH-LBL(3).
            MOVE WS-ELIGN TO WS-RH-VAL(3).
            MOVE "NOT ELIG" TO WS-RH-LBL(4).
            MOVE WS-NOTELIGN TO WS-RH-VAL(4).
            MOVE "ONE SHORT" TO WS-RH-LBL(5).
            MOVE WS-SHORTN TO WS-RH-VAL(5).
            MOVE "NO RESULT" TO WS-RH-LBL(6).
            MOVE WS-NORESN TO WS-RH-VAL(6).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
