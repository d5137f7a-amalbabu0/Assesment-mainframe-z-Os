       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA23G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RUNID ASSIGN TO DD98
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS1.
            SELECT RUNHIST ASSIGN TO DD99
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS2.
       DATA DIVISION.
       FILE SECTION.
       FD RUNID.
       01 RIDREC.
          05 RID-JOB                  PIC X(8).
          05 FILLER                   PIC X.
          05 RID-STEP                 PIC X(8).
          05 FILLER                   PIC X(63).
       FD RUNHIST.
       01 RHREC.
          05 RH-JOB                   PIC X(8).
          05 FILLER                   PIC X.
          05 RH-STEP                  PIC X(8).
          05 FILLER                   PIC X.
          05 RH-PGM                   PIC X(8).
          05 FILLER                   PIC X.
          05 RH-DATE                  PIC 9(8).
          05 FILLER                   PIC X.
          05 RH-TIME                  PIC 9(6).
          05 FILLER                   PIC X.
          05 RH-RC                    PIC 9(4).
          05 FILLER                   PIC X.
          05 RH-CNT OCCURS 6 TIMES.
             10 RH-LBL                PIC X(10).
             10 RH-VAL                PIC 9(7).
             10 FILLER                PIC X.
          05 FILLER                   PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
       01 WS-JOB                      PIC X(8).
       01 WS-STEP                     PIC X(8).
       01 WS-TIME                     PIC 9(8).
       01 WS-CNT-IDX                  PIC 9(1).
       LINKAGE SECTION.
       01 LK-RH-AREA.
          05 LK-RH-PGM                PIC X(8).
          05 LK-RH-RC                 PIC 9(4).
          05 LK-RH-CNT OCCURS 6 TIMES.
             10 LK-RH-LBL             PIC X(10).
             10 LK-RH-VAL             PIC 9(7).
       PROCEDURE DIVISION USING LK-RH-AREA.
       0000-MAIN-PARA.
            MOVE "UNKNOWN" TO WS-JOB.
            MOVE SPACES TO WS-STEP.
            OPEN INPUT RUNID.
            IF FS1-OK
               READ RUNID
               IF FS1-OK
                  MOVE RID-JOB TO WS-JOB
                  MOVE RID-STEP TO WS-STEP
               END-IF
               CLOSE RUNID
            END-IF.
            OPEN EXTEND RUNHIST.
            IF NOT FS2-OK
               DISPLAY "RUN HISTORY NOT WRITTEN - OPEN ERROR " WS-FS2
               GO TO 0000-MAIN-EXIT
            END-IF.
            MOVE SPACES TO RHREC.
            MOVE WS-JOB TO RH-JOB.
            MOVE WS-STEP TO RH-STEP.
            MOVE LK-RH-PGM TO RH-PGM.
            ACCEPT RH-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TIME FROM TIME.
            MOVE WS-TIME(1:6) TO RH-TIME.
            MOVE LK-RH-RC TO RH-RC.
            PERFORM 1000-CNT-PARA
               THRU 1000-CNT-EXIT
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX > 6.
            WRITE RHREC.
            IF NOT FS2-OK
               DISPLAY "RUN HISTORY NOT WRITTEN - WRITE ERROR " WS-FS2
            END-IF.
            CLOSE RUNHIST.
       0000-MAIN-EXIT.
            MOVE LK-RH-RC TO RETURN-CODE.
            GOBACK.
       1000-CNT-PARA.
            MOVE LK-RH-LBL(WS-CNT-IDX) TO RH-LBL(WS-CNT-IDX).
            IF LK-RH-VAL(WS-CNT-IDX) IS NUMERIC
               MOVE LK-RH-VAL(WS-CNT-IDX) TO RH-VAL(WS-CNT-IDX)
            ELSE
               MOVE ZERO TO RH-VAL(WS-CNT-IDX)
            END-IF.
       1000-CNT-EXIT.
            EXIT.
