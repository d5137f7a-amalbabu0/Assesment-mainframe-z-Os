       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA92G086.
       AUTHOR. ASSESMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT HLDTRAN ASSIGN TO DD1
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS1.
            SELECT HLDFILE ASSIGN TO DD2
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HLD-KEY
                   FILE STATUS WS-FS2.
            SELECT HLDPARM ASSIGN TO DD3
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS WS-FS3.
       DATA DIVISION.
       FILE SECTION.
       FD HLDTRAN.
       01 HTRREC.
          05 HTR-ACTION               PIC X(1).
          05 FILLER                   PIC X.
          05 HTR-STID                 PIC 9(5).
          05 FILLER                   PIC X.
          05 HTR-YEAR                 PIC X(4).
          05 FILLER                   PIC X.
          05 HTR-TERM                 PIC X(1).
          05 FILLER                   PIC X.
          05 HTR-REASON               PIC X(2).
          05 FILLER                   PIC X.
          05 HTR-USER                 PIC X(8).
          05 FILLER                   PIC X.
          05 HTR-DATE                 PIC X(8).
          05 FILLER                   PIC X.
          05 HTR-NOTE                 PIC X(30).
          05 FILLER                   PIC X(14).
       FD HLDFILE.
       01 HLDREC.
          05 HLD-KEY.
             10 HLD-STID              PIC X(6).
             10 HLD-YEAR              PIC 9(4).
             10 HLD-TERM              PIC 9(1).
             10 HLD-REASON            PIC X(2).
          05 FILLER                   PIC X.
          05 HLD-PLACED-BY            PIC X(8).
          05 FILLER                   PIC X.
          05 HLD-PLACED-DATE          PIC 9(8).
          05 FILLER                   PIC X.
          05 HLD-REL-DATE             PIC 9(8).
          05 FILLER                   PIC X.
          05 HLD-REL-BY               PIC X(8).
          05 FILLER                   PIC X.
          05 HLD-NOTE                 PIC X(30).
       FD HLDPARM.
       01 HLDPARMREC.
          05 HLDP-RUNMODE             PIC X(1).
          05 FILLER                   PIC X(79).
       WORKING-STORAGE SECTION.
       01 WS-FS1                      PIC 99.
          88 FS1-OK                             VALUE 00.
          88 FS1-EOF                            VALUE 10.
       01 WS-FS2                      PIC 99.
          88 FS2-OK                             VALUE 00.
       01 WS-FS3                      PIC 99.
          88 FS3-OK                             VALUE 00.
       01 WS-RUN-DATE                 PIC 9(8).
       01 WS-RUNMODE                  PIC X(1) VALUE "M".
          88 WS-RUNMODE-LOAD                    VALUE "L".
          88 WS-RUNMODE-MAINT                   VALUE "M".
       01 WS-ACT-CD                   PIC X(1).
          88 WS-ACT-PLACE                       VALUE "P".
          88 WS-ACT-RELEASE                     VALUE "R".
          88 WS-ACT-DELETE                      VALUE "D".
       01 WS-REASON-CD                PIC X(2).
          88 WS-REASON-VALID                    VALUE "FE" "MP" "LB"
                                                      "DS" "AD".
       01 WS-EDIT-OK-SW               PIC X(1).
          88 WS-EDIT-OK                         VALUE "Y".
          88 WS-EDIT-BAD                        VALUE "N".
       01 WS-REJ-TXT                  PIC X(30).
       01 WS-TRAN-YEAR                PIC 9(4).
       01 WS-TRAN-TERM                PIC 9(1).
       01 WS-TRAN-DATE                PIC 9(8).
       01 WS-READN                    PIC 9(7) VALUE ZERO.
       01 WS-ADDN                     PIC 9(7) VALUE ZERO.
       01 WS-RELN                     PIC 9(7) VALUE ZERO.
       01 WS-DELN                     PIC 9(7) VALUE ZERO.
       01 WS-REJN                     PIC 9(7) VALUE ZERO.
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
            PERFORM 2000-PROCESS-PARA
               THRU 2000-PROCESS-EXIT.
            PERFORM 9000-TERM-PARA
               THRU 9000-TERM-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-INIT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT HLDPARM.
            EVALUATE TRUE
                WHEN FS3-OK
                     READ HLDPARM
                     IF FS3-OK
                        AND ( HLDP-RUNMODE = "L" OR "M" )
                        MOVE HLDP-RUNMODE TO WS-RUNMODE
                     ELSE
                        DISPLAY "HOLDS MAINT PARM INVALID"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     CLOSE HLDPARM
                WHEN OTHER
                     DISPLAY "PARM OPEN ERROR - USING MODE M " WS-FS3
            END-EVALUATE.
            DISPLAY "RESULT HOLDS RUN MODE " WS-RUNMODE.
            OPEN INPUT HLDTRAN.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "OPEN FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
            IF WS-RUNMODE-LOAD
               OPEN OUTPUT HLDFILE
            ELSE
               OPEN I-O HLDFILE
            END-IF.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "OPEN FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "OPEN ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       1000-INIT-EXIT.
            EXIT.
       2000-PROCESS-PARA.
            PERFORM 2100-READ-PARA
               THRU 2100-READ-EXIT UNTIL FS1-EOF.
            CLOSE HLDTRAN.
            EVALUATE TRUE
                WHEN FS1-OK
                     DISPLAY "CLOSE FS1 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS1
            END-EVALUATE.
            CLOSE HLDFILE.
            EVALUATE TRUE
                WHEN FS2-OK
                     DISPLAY "CLOSE FS2 SUCCES"
                WHEN OTHER
                     DISPLAY "CLOSE ERROR" WS-FS2
            END-EVALUATE.
       2000-PROCESS-EXIT.
            EXIT.
       2100-READ-PARA.
            READ HLDTRAN.
            EVALUATE TRUE
                WHEN FS1-OK
                     ADD 1 TO WS-READN
                     PERFORM 2200-APPLY-PARA
                        THRU 2200-APPLY-EXIT
                WHEN FS1-EOF
                     DISPLAY "READ END WITH TOTAL : " WS-READN
                WHEN OTHER
                     DISPLAY "READ ERROR" WS-FS1
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2100-READ-EXIT.
            EXIT.
       2200-APPLY-PARA.
            MOVE HTR-ACTION TO WS-ACT-CD.
            MOVE HTR-REASON TO WS-REASON-CD.
            PERFORM 2210-EDIT-PARA
               THRU 2210-EDIT-EXIT.
            IF WS-EDIT-BAD
               PERFORM 2250-REJECT-PARA
                  THRU 2250-REJECT-EXIT
               GO TO 2200-APPLY-EXIT
            END-IF.
            MOVE SPACES TO HLDREC.
            STRING "S"      DELIMITED BY SIZE
                   HTR-STID DELIMITED BY SIZE
              INTO HLD-STID
            END-STRING.
            MOVE WS-TRAN-YEAR TO HLD-YEAR.
            MOVE WS-TRAN-TERM TO HLD-TERM.
            MOVE HTR-REASON   TO HLD-REASON.
            EVALUATE TRUE
                WHEN WS-ACT-PLACE
                     PERFORM 2300-PLACE-PARA
                        THRU 2300-PLACE-EXIT
                WHEN WS-ACT-RELEASE
                     PERFORM 2400-RELEASE-PARA
                        THRU 2400-RELEASE-EXIT
                WHEN WS-ACT-DELETE
                     PERFORM 2500-DELETE-PARA
                        THRU 2500-DELETE-EXIT
            END-EVALUATE.
       2200-APPLY-EXIT.
            EXIT.
       2210-EDIT-PARA.
            MOVE "Y" TO WS-EDIT-OK-SW.
            MOVE SPACES TO WS-REJ-TXT.
            MOVE ZERO TO WS-TRAN-YEAR WS-TRAN-TERM.
            IF HTR-YEAR IS NUMERIC
               MOVE HTR-YEAR TO WS-TRAN-YEAR
            END-IF.
            IF HTR-TERM IS NUMERIC
               MOVE HTR-TERM TO WS-TRAN-TERM
            END-IF.
            IF HTR-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-TRAN-DATE
            ELSE
               IF HTR-DATE IS NUMERIC
                  MOVE HTR-DATE TO WS-TRAN-DATE
               ELSE
                  MOVE ZERO TO WS-TRAN-DATE
               END-IF
            END-IF.
            EVALUATE TRUE
                WHEN NOT ( WS-ACT-PLACE OR WS-ACT-RELEASE
                        OR WS-ACT-DELETE )
                     MOVE "INVALID ACTION CODE"
                       TO WS-REJ-TXT
                WHEN WS-RUNMODE-LOAD AND NOT WS-ACT-PLACE
                     MOVE "INVALID ACTION FOR RUN MODE"
                       TO WS-REJ-TXT
                WHEN HTR-STID IS NOT NUMERIC
                     MOVE "INVALID STUDENT ID - NOT NUMERIC"
                       TO WS-REJ-TXT
                WHEN ( HTR-YEAR NOT = SPACES
                       AND HTR-YEAR IS NOT NUMERIC )
                  OR ( HTR-TERM NOT = SPACES
                       AND HTR-TERM IS NOT NUMERIC )
                  OR ( WS-TRAN-YEAR = ZERO
                       AND WS-TRAN-TERM NOT = ZERO )
                     MOVE "INVALID YEAR OR TERM"
                       TO WS-REJ-TXT
                WHEN NOT WS-REASON-VALID
                     MOVE "INVALID HOLD REASON CODE"
                       TO WS-REJ-TXT
                WHEN WS-ACT-DELETE
                     CONTINUE
                WHEN HTR-USER = SPACES
                     MOVE "PLACED/RELEASED BY IS BLANK"
                       TO WS-REJ-TXT
                WHEN WS-TRAN-DATE = ZERO
                  OR WS-TRAN-DATE > WS-RUN-DATE
                     MOVE "INVALID HOLD DATE"
                       TO WS-REJ-TXT
            END-EVALUATE.
            IF WS-REJ-TXT NOT = SPACES
               MOVE "N" TO WS-EDIT-OK-SW
            END-IF.
       2210-EDIT-EXIT.
            EXIT.
       2250-REJECT-PARA.
            ADD 1 TO WS-REJN.
            DISPLAY "TRAN " WS-READN " REJECTED - " WS-REJ-TXT
                    " STUDENT " HTR-STID " " HTR-YEAR " " HTR-TERM
                    " " HTR-REASON.
       2250-REJECT-EXIT.
            EXIT.
       2300-PLACE-PARA.
            IF WS-RUNMODE-LOAD
               PERFORM 2310-BLDHLD-PARA
                  THRU 2310-BLDHLD-EXIT
               PERFORM 2320-WRITE-PARA
                  THRU 2320-WRITE-EXIT
               GO TO 2300-PLACE-EXIT
            END-IF.
            READ HLDFILE
                KEY IS HLD-KEY
                INVALID KEY
                     PERFORM 2310-BLDHLD-PARA
                        THRU 2310-BLDHLD-EXIT
                     PERFORM 2320-WRITE-PARA
                        THRU 2320-WRITE-EXIT
                NOT INVALID KEY
                     IF HLD-REL-DATE = ZERO
                        MOVE "HOLD ALREADY ACTIVE"
                          TO WS-REJ-TXT
                        PERFORM 2250-REJECT-PARA
                           THRU 2250-REJECT-EXIT
                     ELSE
                        PERFORM 2310-BLDHLD-PARA
                           THRU 2310-BLDHLD-EXIT
                        REWRITE HLDREC
                        EVALUATE TRUE
                            WHEN FS2-OK
                                 ADD 1 TO WS-ADDN
                            WHEN OTHER
                                 DISPLAY "REWRITE ERROR" WS-FS2
                                 MOVE 16 TO RETURN-CODE
                                 STOP RUN
                        END-EVALUATE
                     END-IF
            END-READ.
       2300-PLACE-EXIT.
            EXIT.
       2310-BLDHLD-PARA.
            MOVE SPACES TO HLDREC.
            STRING "S"      DELIMITED BY SIZE
                   HTR-STID DELIMITED BY SIZE
              INTO HLD-STID
            END-STRING.
            MOVE WS-TRAN-YEAR TO HLD-YEAR.
            MOVE WS-TRAN-TERM TO HLD-TERM.
            MOVE HTR-REASON   TO HLD-REASON.
            MOVE HTR-USER     TO HLD-PLACED-BY.
            MOVE WS-TRAN-DATE TO HLD-PLACED-DATE.
            MOVE ZERO         TO HLD-REL-DATE.
            MOVE HTR-NOTE     TO HLD-NOTE.
       2310-BLDHLD-EXIT.
            EXIT.
       2320-WRITE-PARA.
            WRITE HLDREC.
            EVALUATE TRUE
                WHEN FS2-OK
                     ADD 1 TO WS-ADDN
                WHEN WS-FS2 = 22
                     MOVE "HOLD ALREADY ON FILE"
                       TO WS-REJ-TXT
                     PERFORM 2250-REJECT-PARA
                        THRU 2250-REJECT-EXIT
                WHEN OTHER
                     DISPLAY "WRITE ERROR" WS-FS2
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
            END-EVALUATE.
       2320-WRITE-EXIT.
            EXIT.
       2400-RELEASE-PARA.
            READ HLDFILE
                KEY IS HLD-KEY
                INVALID KEY
                     MOVE "HOLD NOT ON FILE"
                       TO WS-REJ-TXT
                     PERFORM 2250-REJECT-PARA
                        THRU 2250-REJECT-EXIT
                NOT INVALID KEY
                     IF HLD-REL-DATE NOT = ZERO
                        MOVE "HOLD ALREADY RELEASED"
                          TO WS-REJ-TXT
                        PERFORM 2250-REJECT-PARA
                           THRU 2250-REJECT-EXIT
                     ELSE
                        IF WS-TRAN-DATE < HLD-PLACED-DATE
                           MOVE "RELEASE DATE BEFORE PLACED DATE"
                             TO WS-REJ-TXT
                           PERFORM 2250-REJECT-PARA
                              THRU 2250-REJECT-EXIT
                        ELSE
                           MOVE WS-TRAN-DATE TO HLD-REL-DATE
                           MOVE HTR-USER     TO HLD-REL-BY
                           IF HTR-NOTE NOT = SPACES
                              MOVE HTR-NOTE TO HLD-NOTE
                           END-IF
                           REWRITE HLDREC
                           EVALUATE TRUE
                               WHEN FS2-OK
                                    ADD 1 TO WS-RELN
                               WHEN OTHER
                                    DISPLAY "REWRITE ERROR" WS-FS2
                                    MOVE 16 TO RETURN-CODE
                                    STOP RUN
                           END-EVALUATE
                        END-IF
                     END-IF
            END-READ.
       2400-RELEASE-EXIT.
            EXIT.
       2500-DELETE-PARA.
            READ HLDFILE
                KEY IS HLD-KEY
                INVALID KEY
                     MOVE "HOLD NOT ON FILE"
                       TO WS-REJ-TXT
                     PERFORM 2250-REJECT-PARA
                        THRU 2250-REJECT-EXIT
                NOT INVALID KEY
                     DELETE HLDFILE
                     EVALUATE TRUE
                         WHEN FS2-OK
                              ADD 1 TO WS-DELN
                         WHEN OTHER
                              DISPLAY "DELETE ERROR" WS-FS2
                              MOVE 16 TO RETURN-CODE
                              STOP RUN
                     END-EVALUATE
            END-READ.
       2500-DELETE-EXIT.
            EXIT.
       9000-TERM-PARA.
            DISPLAY "=========================================".
            DISPLAY "CA92G086  -  RESULT HOLDS MAINTENANCE".
            DISPLAY "=========================================".
            DISPLAY "RUN MODE          : " WS-RUNMODE.
            DISPLAY "TRANS READ        : " WS-READN.
            DISPLAY "HOLDS PLACED      : " WS-ADDN.
            DISPLAY "HOLDS RELEASED    : " WS-RELN.
            DISPLAY "HOLDS DELETED     : " WS-DELN.
            DISPLAY "TRANS REJECTED    : " WS-REJN.
            DISPLAY "=========================================".
            IF WS-REJN > ZERO
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
            MOVE "CA92G086" TO WS-RH-PGM.
            MOVE "READ" TO WS-RH-LBL(1).
            MOVE WS-READN TO WS-RH-VAL(1).
            MOVE "PLACED" TO WS-RH-LBL(2).
            MOVE WS-ADDN TO WS-RH-VAL(2).
            MOVE "RELEASED" TO WS-RH-LBL(3).
            MOVE WS-RELN TO WS-RH-VAL(3).
            MOVE "DELETED" TO WS-RH-LBL(4).
            MOVE WS-DELN TO WS-RH-VAL(4).
            MOVE "REJECTED" TO WS-RH-LBL(5).
            MOVE WS-REJN TO WS-RH-VAL(5).
            MOVE RETURN-CODE TO WS-RH-RC.
            CALL "CA23G086" USING WS-RH-AREA.
       9500-RUNHIST-EXIT.
            EXIT.
