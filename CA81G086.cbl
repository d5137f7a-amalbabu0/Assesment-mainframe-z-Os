          05 WS-JRN-AFTER             PIC X(88).
          05 FILLER                   PIC X(9) VALUE SPACES.
       01 WS-JRN-LEN                  PIC S9(4) COMP VALUE +220.
       01 WS-STDREC.
          05 WS-STD-KEY               PIC X(11).
          05 FILLER                   PIC X.
          05 WS-STD-CODE              PIC X(1).
          05 FILLER                   PIC X.
          05 WS-STD-REASON            PIC X(30).
          05 FILLER                   PIC X(36).
       01 WS-STAND-DSP.
          05 WS-STAND-TXT             PIC X(10).
          05 WS-STAND-RSN             PIC X(30).
       01 WS-HLDREC.
          05 WS-HLD-KEY.
             10 WS-HLD-STID           PIC X(6).
             10 WS-HLD-YEAR           PIC 9(4).
             10 WS-HLD-TERM           PIC 9(1).
             10 WS-HLD-REASON         PIC X(2).
          05 FILLER                   PIC X.
          05 WS-HLD-PLACED-BY         PIC X(8).
          05 FILLER                   PIC X.
          05 WS-HLD-PLACED-DATE       PIC 9(8).
          05 FILLER                   PIC X.
          05 WS-HLD-REL-DATE          PIC 9(8).
          05 FILLER                   PIC X.
          05 WS-HLD-REL-BY            PIC X(8).
          05 FILLER                   PIC X.
          05 WS-HLD-NOTE              PIC X(30).
       01 WS-HLD-CNT                  PIC 9(2).
       01 WS-HLD-END-SW               PIC X(1).
          88 WS-HLD-END                         VALUE "Y".
          88 WS-HLD-MORE                        VALUE "N".
       01 WS-HOLD-DSP.
          05 WS-HOLD-TXT              PIC X(20).
          05 FILLER                   PIC X(1).
          05 WS-HOLD-SINCE            PIC X(6).
          05 WS-HOLD-DATE             PIC X(8).
          05 FILLER                   PIC X(1).
          05 WS-HOLD-MORE             PIC X(14).
       01 CA086MI.
          05 FILLER                   PIC X(12).
          05 STIDL                    PIC S9(4) COMP.
          05 RESL                     PIC S9(4) COMP.
          05 RESF                     PIC X.
          05 RESI                     PIC X(30).
          05 STANDL                   PIC S9(4) COMP.
          05 STANDF                   PIC X.
          05 STANDI                   PIC X(40).
          05 HOLDL                    PIC S9(4) COMP.
          05 HOLDF                    PIC X.
          05 HOLDI                    PIC X(50).
          05 MSGL                     PIC S9(4) COMP.
          05 MSGF                     PIC X.
          05 MSGI                     PIC X(60).
          05 FILLER                   PIC X(3).
          05 RESO                     PIC X(30).
          05 FILLER                   PIC X(3).
          05 STANDO                   PIC X(40).
          05 FILLER                   PIC X(3).
          05 HOLDO                    PIC X(50).
          05 FILLER                   PIC X(3).
          05 MSGO                     PIC X(60).
       COPY DFHAID.
       LINKAGE SECTION.
            MOVE WS-O-MARKS-TOT TO TOTO.
            MOVE WS-O-PERC      TO PERCO.
            MOVE WS-O-RESULT    TO RESO.
            PERFORM 6100-STANDING-PARA
               THRU 6100-STANDING-EXIT.
            MOVE WS-STAND-DSP   TO STANDO.
            PERFORM 6200-HOLD-PARA
               THRU 6200-HOLD-EXIT.
            MOVE WS-HOLD-DSP    TO HOLDO.
            MOVE WS-MSG         TO MSGO.
            EXEC CICS SEND MAP('CA086M') MAPSET('CA086MS')
                 FROM(CA086MO) ERASE
            END-EXEC.
       6000-FORMAT-EXIT.
            EXIT.
       6100-STANDING-PARA.
            MOVE SPACES TO WS-STAND-DSP.
            EXEC CICS READ FILE('CA086STD')
                 INTO(WS-STDREC) RIDFLD(WS-O-OUTKEY)
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     EVALUATE WS-STD-CODE
                         WHEN "G"
                              MOVE "GOOD" TO WS-STAND-TXT
                         WHEN "P"
                              MOVE "PROBATION" TO WS-STAND-TXT
                         WHEN "D"
                              MOVE "DISMISSAL" TO WS-STAND-TXT
                         WHEN OTHER
                              MOVE WS-STD-CODE TO WS-STAND-TXT
                     END-EVALUATE
                     MOVE WS-STD-REASON TO WS-STAND-RSN
                WHEN DFHRESP(NOTFND)
                     MOVE "NOT YET DETERMINED FOR THIS TERM"
                       TO WS-STAND-DSP
                WHEN OTHER
                     MOVE "STANDING NOT AVAILABLE" TO WS-STAND-DSP
            END-EVALUATE.
       6100-STANDING-EXIT.
            EXIT.
       6200-HOLD-PARA.
            MOVE SPACES TO WS-HOLD-DSP.
            MOVE ZERO TO WS-HLD-CNT.
            MOVE LOW-VALUES TO WS-HLD-KEY.
            MOVE WS-O-STID TO WS-HLD-STID.
            MOVE ZERO TO WS-HLD-YEAR WS-HLD-TERM.
            EXEC CICS STARTBR FILE('CA086HLD')
                 RIDFLD(WS-HLD-KEY) GTEQ
                 RESP(WS-RESP)
            END-EXEC.
            EVALUATE WS-RESP
                WHEN DFHRESP(NORMAL)
                     MOVE "N" TO WS-HLD-END-SW
                     PERFORM 6210-HLDNEXT-PARA
                        THRU 6210-HLDNEXT-EXIT UNTIL WS-HLD-END
                     EXEC CICS ENDBR FILE('CA086HLD')
                     END-EXEC
                WHEN DFHRESP(NOTFND)
                     CONTINUE
                WHEN OTHER
                     MOVE "HOLD STATUS NOT AVAILABLE" TO WS-HOLD-DSP
                     GO TO 6200-HOLD-EXIT
            END-EVALUATE.
            IF WS-HLD-CNT = ZERO
               MOVE "NONE" TO WS-HOLD-DSP
            END-IF.
            IF WS-HLD-CNT > 1
               MOVE "(+ MORE HOLDS)" TO WS-HOLD-MORE
            END-IF.
       6200-HOLD-EXIT.
            EXIT.
       6210-HLDNEXT-PARA.
            EXEC CICS READNEXT FILE('CA086HLD')
                 INTO(WS-HLDREC) RIDFLD(WS-HLD-KEY)
                 RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-HLD-END-SW
               GO TO 6210-HLDNEXT-EXIT
            END-IF.
            IF WS-HLD-STID NOT = WS-O-STID
               MOVE "Y" TO WS-HLD-END-SW
               GO TO 6210-HLDNEXT-EXIT
            END-IF.
            IF WS-HLD-REL-DATE = ZERO
               AND ( WS-HLD-YEAR = ZERO
                  OR ( WS-HLD-YEAR = WS-O-YEAR
                       AND ( WS-HLD-TERM = ZERO
                          OR WS-HLD-TERM = WS-O-TERM ) ) )
               ADD 1 TO WS-HLD-CNT
               IF WS-HLD-CNT = 1
                  PERFORM 6220-HLDTXT-PARA
                     THRU 6220-HLDTXT-EXIT
               END-IF
            END-IF.
       6210-HLDNEXT-EXIT.
            EXIT.
       6220-HLDTXT-PARA.
            EVALUATE WS-HLD-REASON
                WHEN "FE"
                     MOVE "UNPAID FEES"         TO WS-HOLD-TXT
                WHEN "MP"
                     MOVE "MALPRACTICE INQUIRY" TO WS-HOLD-TXT
                WHEN "LB"
                     MOVE "LIBRARY CLEARANCE"   TO WS-HOLD-TXT
                WHEN "DS"
                     MOVE "DISCIPLINARY"        TO WS-HOLD-TXT
                WHEN "AD"
                     MOVE "ADMINISTRATIVE"      TO WS-HOLD-TXT
                WHEN OTHER
                     MOVE WS-HLD-REASON         TO WS-HOLD-TXT
            END-EVALUATE.
            MOVE "SINCE "           TO WS-HOLD-SINCE.
            MOVE WS-HLD-PLACED-DATE TO WS-HOLD-DATE.
       6220-HLDTXT-EXIT.
            EXIT.
       7000-RESEND-PARA.
            MOVE LOW-VALUES TO CA086MI.
            MOVE WS-MSG TO MSGO.
