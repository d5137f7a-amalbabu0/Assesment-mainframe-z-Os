       IDENTIFICATION DIVISION.
       PROGRAM-ID. CA83G086.
       AUTHOR. ASSESMENT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                     PIC S9(8) COMP.
       01 WS-COMMAREA.
          05 WS-CA-FLAG               PIC X(1).
          05 WS-CA-NEXT               PIC X(6).
       01 WS-MSG                      PIC X(60) VALUE SPACES.
       01 WS-END-MSG                  PIC X(20)
                                      VALUE "CA88 SESSION ENDED".
       01 WS-CALREC.
          05 WS-CAL-YEAR              PIC 9(4).
          05 FILLER                   PIC X.
          05 WS-CAL-TERM              PIC 9(1).
          05 FILLER                   PIC X.
          05 WS-CAL-STATUS            PIC X(1).
             88 WS-CAL-OPEN                     VALUE "O".
             88 WS-CAL-CLOSED                   VALUE "C".
          05 FILLER                   PIC X(52).
          05 WS-CAL-CHG-DATE          PIC X(8).
          05 FILLER                   PIC X.
          05 WS-CAL-CHG-BY            PIC X(8).
          05 FILLER                   PIC X(3).
       01 WS-CAL-KEY.
          05 WS-CK-YEAR               PIC X(4).
          05 WS-CK-FIL                PIC X(1).
          05 WS-CK-TERM               PIC X(1).
       01 WS-SAVE-REC                 PIC X(80).
       01 WS-EDIT-YEAR                PIC 9(4).
       01 WS-EDIT-TERM                PIC 9(1).
       01 WS-NEW-STATUS               PIC X(1).
       01 WS-BRW-CNT                  PIC 9(2).
       01 WS-BRW-END-SW               PIC X(1).
          88 WS-BRW-END                         VALUE "Y".
       01 WS-LIST-LINE.
          05 WS-LL-YEAR               PIC X(4).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-LL-TERM               PIC X(1).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-LL-STAT               PIC X(6).
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-LL-CHG                PIC X(30).
          05 FILLER                   PIC X(10) VALUE SPACES.
       01 WS-CHG-DSP.
          05 WS-CHG-DATE              PIC X(8).
          05 FILLER                   PIC X(4) VALUE " BY ".
          05 WS-CHG-BY                PIC X(8).
          05 FILLER                   PIC X(10) VALUE SPACES.
       01 WS-ABSTIME                  PIC S9(15) COMP-3.
       01 WS-TODAY                    PIC X(8).
       01 WS-JRN-REC.
          05 WS-JRN-DATE              PIC X(8).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-SOURCE            PIC X(8).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-MODE              PIC X(1).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-ACTION            PIC X(1).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-KEY               PIC X(11).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-BEFORE            PIC X(88).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-JRN-AFTER             PIC X(88).
          05 FILLER                   PIC X(9) VALUE SPACES.
       01 WS-JRN-LEN                  PIC S9(4) COMP VALUE +220.
       01 CA086CI.
          05 FILLER                   PIC X(12).
          05 CACTL                    PIC S9(4) COMP.
          05 CACTF                    PIC X.
          05 CACTI                    PIC X(1).
          05 CYEARL                   PIC S9(4) COMP.
          05 CYEARF                   PIC X.
          05 CYEARI                   PIC X(4).
          05 CTERML                   PIC S9(4) COMP.
          05 CTERMF                   PIC X.
          05 CTERMI                   PIC X(1).
          05 CSTATL                   PIC S9(4) COMP.
          05 CSTATF                   PIC X.
          05 CSTATI                   PIC X(1).
          05 CCHGL                    PIC S9(4) COMP.
          05 CCHGF                    PIC X.
          05 CCHGI                    PIC X(30).
          05 CLSTD OCCURS 8 TIMES.
             10 CLSTL                 PIC S9(4) COMP.
             10 CLSTF                 PIC X.
             10 CLSTI                 PIC X(60).
          05 CMSGL                    PIC S9(4) COMP.
          05 CMSGF                    PIC X.
          05 CMSGI                    PIC X(60).
       01 CA086CO REDEFINES CA086CI.
          05 FILLER                   PIC X(12).
          05 FILLER                   PIC X(3).
          05 CACTO                    PIC X(1).
          05 FILLER                   PIC X(3).
          05 CYEARO                   PIC X(4).
          05 FILLER                   PIC X(3).
          05 CTERMO                   PIC X(1).
          05 FILLER                   PIC X(3).
          05 CSTATO                   PIC X(1).
          05 FILLER                   PIC X(3).
          05 CCHGO                    PIC X(30).
          05 CLSTOD OCCURS 8 TIMES.
             10 FILLER                PIC X(3).
             10 CLSTO                 PIC X(60).
          05 FILLER                   PIC X(3).
          05 CMSGO                    PIC X(60).
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(7).
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
            IF EIBCALEN = ZERO
               PERFORM 1000-FIRST-PARA
                  THRU 1000-FIRST-EXIT
            END-IF.
            MOVE DFHCOMMAREA TO WS-COMMAREA.
            EVALUATE EIBAID
                WHEN DFHPF3
                WHEN DFHCLEAR
                     PERFORM 8000-QUIT-PARA
                        THRU 8000-QUIT-EXIT
                WHEN DFHENTER
                     PERFORM 2000-PROCESS-PARA
                        THRU 2000-PROCESS-EXIT
                WHEN DFHPF8
                     PERFORM 3200-NEXTPAGE-PARA
                        THRU 3200-NEXTPAGE-EXIT
                WHEN OTHER
                     MOVE "INVALID FUNCTION KEY - USE ENTER, PF8 OR PF3"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
            PERFORM 9000-RETURN-PARA
               THRU 9000-RETURN-EXIT.
       0000-MAIN-EXIT.
            EXIT.
       1000-FIRST-PARA.
            MOVE SPACES TO WS-CA-NEXT.
            MOVE LOW-VALUES TO CA086CI.
            EXEC CICS SEND MAP('CA086C') MAPSET('CA086CS')
                 FROM(CA086CO) ERASE
            END-EXEC.
            PERFORM 9000-RETURN-PARA
               THRU 9000-RETURN-EXIT.
       1000-FIRST-EXIT.
            EXIT.
       2000-PROCESS-PARA.
            MOVE SPACES TO WS-CA-NEXT.
            EXEC CICS RECEIVE MAP('CA086C') MAPSET('CA086CS')
                 INTO(CA086CI) RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "MAP RECEIVE FAILED - CLEAR AND RETRY"
                 TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            IF CACTI = "B"
               IF CYEARI IS NUMERIC
                  MOVE CYEARI TO WS-CK-YEAR
                  MOVE SPACE  TO WS-CK-FIL
                  MOVE LOW-VALUES TO WS-CK-TERM
                  IF CTERMI IS NUMERIC
                     MOVE CTERMI TO WS-CK-TERM
                  END-IF
               ELSE
                  MOVE LOW-VALUES TO WS-CAL-KEY
               END-IF
               PERFORM 3000-BROWSE-PARA
                  THRU 3000-BROWSE-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            IF CACTI NOT = "I" AND CACTI NOT = "A"
               AND CACTI NOT = "O" AND CACTI NOT = "C"
               MOVE "ACTION MUST BE B, I, A, O OR C" TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 2000-PROCESS-EXIT
            END-IF.
            PERFORM 2100-EDIT-PARA
               THRU 2100-EDIT-EXIT.
            IF WS-MSG NOT = SPACES
               GO TO 2000-PROCESS-EXIT
            END-IF.
            MOVE WS-EDIT-YEAR TO WS-CK-YEAR.
            MOVE SPACE        TO WS-CK-FIL.
            MOVE WS-EDIT-TERM TO WS-CK-TERM.
            EVALUATE CACTI
                WHEN "I"
                     PERFORM 3100-INQUIRY-PARA
                        THRU 3100-INQUIRY-EXIT
                WHEN "A"
                     PERFORM 4000-ADD-PARA
                        THRU 4000-ADD-EXIT
                WHEN "O"
                     MOVE "O" TO WS-NEW-STATUS
                     PERFORM 4100-STATUS-PARA
                        THRU 4100-STATUS-EXIT
                WHEN "C"
                     MOVE "C" TO WS-NEW-STATUS
                     PERFORM 4100-STATUS-PARA
                        THRU 4100-STATUS-EXIT
            END-EVALUATE.
       2000-PROCESS-EXIT.
            EXIT.
       2100-EDIT-PARA.
            MOVE SPACES TO WS-MSG.
            IF CYEARI IS NOT NUMERIC
               MOVE "YEAR MUST BE 4 DIGITS" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            MOVE CYEARI TO WS-EDIT-YEAR.
            IF WS-EDIT-YEAR < 2000 OR WS-EDIT-YEAR > 2099
               MOVE "YEAR MUST BE 2000 TO 2099" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            IF CTERMI IS NOT NUMERIC
               MOVE "TERM MUST BE ONE DIGIT 1-9" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            MOVE CTERMI TO WS-EDIT-TERM.
            IF WS-EDIT-TERM = ZERO
               MOVE "TERM MUST BE ONE DIGIT 1-9" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            IF CACTI = "A"
               AND CSTATI NOT = "O" AND CSTATI NOT = "C"
               MOVE "STATUS MUST BE O (OPEN) OR C (CLOSED)" TO WS-MSG
               GO TO 2110-EDITERR-PARA
            END-IF.
            GO TO 2100-EDIT-EXIT.
       2110-EDITERR-PARA.
            PERFORM 7000-RESEND-PARA
               THRU 7000-RESEND-EXIT.
       2100-EDIT-EXIT.
            EXIT.
       3000-BROWSE-PARA.
            MOVE SPACES TO WS-MSG WS-CA-NEXT.
            MOVE LOW-VALUES TO CA086CI.
            MOVE "B" TO CACTO.
            EXEC CICS STARTBR FILE('CA086CAL')
                 RIDFLD(WS-CAL-KEY) GTEQ
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE "N" TO WS-BRW-END-SW
                     MOVE ZERO TO WS-BRW-CNT
                     PERFORM 3020-BRWNEXT-PARA
                        THRU 3020-BRWNEXT-EXIT
                        UNTIL WS-BRW-END OR WS-BRW-CNT > 8
                     EXEC CICS ENDBR FILE('CA086CAL')
                     END-EXEC
                WHEN DFHRESP(NOTFND)
                     MOVE "NO TERMS AT OR AFTER THIS YEAR/TERM"
                       TO WS-MSG
                WHEN OTHER
                     MOVE "FILE BROWSE ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
            END-EVALUATE.
            IF WS-MSG = SPACES
               IF WS-CA-NEXT = SPACES
                  MOVE "END OF CALENDAR FILE" TO WS-MSG
               ELSE
                  MOVE "PRESS PF8 FOR THE NEXT PAGE" TO WS-MSG
               END-IF
            END-IF.
            MOVE WS-MSG TO CMSGO.
            EXEC CICS SEND MAP('CA086C') MAPSET('CA086CS')
                 FROM(CA086CO) ERASE
            END-EXEC.
       3000-BROWSE-EXIT.
            EXIT.
       3020-BRWNEXT-PARA.
            EXEC CICS READNEXT FILE('CA086CAL')
                 INTO(WS-CALREC) RIDFLD(WS-CAL-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-BRW-END-SW
               GO TO 3020-BRWNEXT-EXIT
            END-IF.
            ADD 1 TO WS-BRW-CNT.
            IF WS-BRW-CNT > 8
               MOVE WS-CAL-KEY TO WS-CA-NEXT
               GO TO 3020-BRWNEXT-EXIT
            END-IF.
            MOVE WS-CAL-YEAR TO WS-LL-YEAR.
            MOVE WS-CAL-TERM TO WS-LL-TERM.
            EVALUATE TRUE
                WHEN WS-CAL-OPEN
                     MOVE "OPEN" TO WS-LL-STAT
                WHEN WS-CAL-CLOSED
                     MOVE "CLOSED" TO WS-LL-STAT
                WHEN OTHER
                     MOVE WS-CAL-STATUS TO WS-LL-STAT
            END-EVALUATE.
            IF WS-CAL-CHG-DATE = SPACES
               MOVE SPACES TO WS-LL-CHG
            ELSE
               MOVE WS-CAL-CHG-DATE TO WS-CHG-DATE
               MOVE WS-CAL-CHG-BY   TO WS-CHG-BY
               MOVE WS-CHG-DSP      TO WS-LL-CHG
            END-IF.
            MOVE WS-LIST-LINE TO CLSTO(WS-BRW-CNT).
       3020-BRWNEXT-EXIT.
            EXIT.
       3100-INQUIRY-PARA.
            EXEC CICS READ FILE('CA086CAL')
                 INTO(WS-CALREC) RIDFLD(WS-CAL-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE "TERM FOUND - USE O TO OPEN OR C TO CLOSE"
                       TO WS-MSG
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN DFHRESP(NOTFND)
                     MOVE "TERM NOT ON THE CALENDAR" TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN OTHER
                     MOVE "FILE READ ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       3100-INQUIRY-EXIT.
            EXIT.
       3200-NEXTPAGE-PARA.
            IF WS-CA-NEXT = SPACES OR WS-CA-NEXT = LOW-VALUES
               MOVE "NO BROWSE IN PROGRESS - ENTER B AND A START YEAR"
                 TO WS-MSG
               PERFORM 7000-RESEND-PARA
                  THRU 7000-RESEND-EXIT
               GO TO 3200-NEXTPAGE-EXIT
            END-IF.
            MOVE WS-CA-NEXT TO WS-CAL-KEY.
            PERFORM 3000-BROWSE-PARA
               THRU 3000-BROWSE-EXIT.
       3200-NEXTPAGE-EXIT.
            EXIT.
       4000-ADD-PARA.
            MOVE SPACES       TO WS-CALREC.
            MOVE WS-EDIT-YEAR TO WS-CAL-YEAR.
            MOVE WS-EDIT-TERM TO WS-CAL-TERM.
            MOVE CSTATI       TO WS-CAL-STATUS.
            PERFORM 5000-STAMP-PARA
               THRU 5000-STAMP-EXIT.
            EXEC CICS WRITE FILE('CA086CAL')
                 FROM(WS-CALREC) RIDFLD(WS-CAL-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE SPACES TO WS-SAVE-REC
                     MOVE "A" TO WS-JRN-ACTION
                     PERFORM 5100-JOURNAL-PARA
                        THRU 5100-JOURNAL-EXIT
                     IF WS-MSG = SPACES
                        MOVE "TERM ADDED AND LOGGED" TO WS-MSG
                     END-IF
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN DFHRESP(DUPREC)
                     MOVE "TERM ALREADY ON CALENDAR - USE O OR C"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR CALENDAR MAINTENANCE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN OTHER
                     MOVE "WRITE FAILED - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       4000-ADD-EXIT.
            EXIT.
       4100-STATUS-PARA.
            EXEC CICS READ FILE('CA086CAL')
                 INTO(WS-CALREC) RIDFLD(WS-CAL-KEY)
                 UPDATE RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     CONTINUE
                WHEN DFHRESP(NOTFND)
                     MOVE "TERM NOT ON THE CALENDAR - USE A TO ADD"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4100-STATUS-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR CALENDAR MAINTENANCE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4100-STATUS-EXIT
                WHEN OTHER
                     MOVE "FILE READ ERROR - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                     GO TO 4100-STATUS-EXIT
            END-EVALUATE.
            IF WS-CAL-STATUS = WS-NEW-STATUS
               EXEC CICS UNLOCK FILE('CA086CAL')
               END-EXEC
               IF WS-CAL-OPEN
                  MOVE "TERM IS ALREADY OPEN" TO WS-MSG
               ELSE
                  MOVE "TERM IS ALREADY CLOSED" TO WS-MSG
               END-IF
               PERFORM 6000-FORMAT-PARA
                  THRU 6000-FORMAT-EXIT
               GO TO 4100-STATUS-EXIT
            END-IF.
            MOVE WS-CALREC     TO WS-SAVE-REC.
            MOVE WS-NEW-STATUS TO WS-CAL-STATUS.
            MOVE WS-NEW-STATUS TO WS-JRN-ACTION.
            PERFORM 5000-STAMP-PARA
               THRU 5000-STAMP-EXIT.
            EXEC CICS REWRITE FILE('CA086CAL')
                 FROM(WS-CALREC) RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     PERFORM 5100-JOURNAL-PARA
                        THRU 5100-JOURNAL-EXIT
                     IF WS-MSG = SPACES
                        IF WS-CAL-OPEN
                           MOVE "TERM OPENED AND LOGGED" TO WS-MSG
                        ELSE
                           MOVE "TERM CLOSED AND LOGGED" TO WS-MSG
                        END-IF
                     END-IF
                     PERFORM 6000-FORMAT-PARA
                        THRU 6000-FORMAT-EXIT
                WHEN DFHRESP(NOTAUTH)
                     MOVE "NOT AUTHORIZED FOR CALENDAR MAINTENANCE"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
                WHEN OTHER
                     MOVE "REWRITE FAILED - CONTACT OPERATIONS"
                       TO WS-MSG
                     PERFORM 7000-RESEND-PARA
                        THRU 7000-RESEND-EXIT
            END-EVALUATE.
       4100-STATUS-EXIT.
            EXIT.
       5000-STAMP-PARA.
            EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
            END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                 YYYYMMDD(WS-TODAY)
            END-EXEC.
            MOVE WS-TODAY TO WS-CAL-CHG-DATE.
            MOVE EIBTRMID TO WS-CAL-CHG-BY.
       5000-STAMP-EXIT.
            EXIT.
       5100-JOURNAL-PARA.
            MOVE WS-TODAY TO WS-JRN-DATE.
            MOVE SPACES TO WS-JRN-SOURCE.
            MOVE "CA88" TO WS-JRN-SOURCE(1:4).
            MOVE EIBTRMID TO WS-JRN-SOURCE(5:4).
            MOVE "M" TO WS-JRN-MODE.
            MOVE SPACES TO WS-JRN-KEY.
            MOVE "C" TO WS-JRN-KEY(1:1).
            MOVE WS-CAL-KEY TO WS-JRN-KEY(2:6).
            MOVE WS-SAVE-REC TO WS-JRN-BEFORE.
            MOVE WS-CALREC TO WS-JRN-AFTER.
            EXEC CICS WRITEQ TD QUEUE('CCTL')
                 FROM(WS-JRN-REC) LENGTH(WS-JRN-LEN)
                 RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "AUDIT LOG WRITE FAILED" TO WS-MSG
            END-IF.
       5100-JOURNAL-EXIT.
            EXIT.
       6000-FORMAT-PARA.
            MOVE LOW-VALUES    TO CA086CI.
            MOVE WS-CAL-YEAR   TO CYEARO.
            MOVE WS-CAL-TERM   TO CTERMO.
            MOVE WS-CAL-STATUS TO CSTATO.
            IF WS-CAL-CHG-DATE = SPACES
               MOVE "LOADED FROM CARD FILE" TO CCHGO
            ELSE
               MOVE WS-CAL-CHG-DATE TO WS-CHG-DATE
               MOVE WS-CAL-CHG-BY   TO WS-CHG-BY
               MOVE WS-CHG-DSP      TO CCHGO
            END-IF.
            MOVE WS-MSG        TO CMSGO.
            EXEC CICS SEND MAP('CA086C') MAPSET('CA086CS')
                 FROM(CA086CO) ERASE
            END-EXEC.
       6000-FORMAT-EXIT.
            EXIT.
       7000-RESEND-PARA.
            MOVE LOW-VALUES TO CA086CI.
            MOVE WS-MSG TO CMSGO.
            EXEC CICS SEND MAP('CA086C') MAPSET('CA086CS')
                 FROM(CA086CO) DATAONLY
            END-EXEC.
       7000-RESEND-EXIT.
            EXIT.
       8000-QUIT-PARA.
            EXEC CICS SEND TEXT FROM(WS-END-MSG)
                 LENGTH(20) ERASE FREEKB
            END-EXEC.
            EXEC CICS RETURN
            END-EXEC.
       8000-QUIT-EXIT.
            EXIT.
       9000-RETURN-PARA.
            MOVE "R" TO WS-CA-FLAG.
            EXEC CICS RETURN TRANSID('CA88')
                 COMMAREA(WS-COMMAREA) LENGTH(7)
            END-EXEC.
       9000-RETURN-EXIT.
            EXIT.
