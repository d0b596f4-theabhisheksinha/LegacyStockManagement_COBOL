000001* PDX    - CAT513   C0369813 10/15/26 18:10:55 TBTIKUO            00001000
LRM002* SSR 114484.  A CONTRA FIRM UNDER FAILED-FIRM / SIPC             00001000
LRM002* CONTINGENCY (ACATNEDT PARTICIPANT RC '3') IS REJECTED           00001000
LRM002* WITH ITS OWN REASON CODE 'CTGY' RATHER THAN 'PRTC', SO          00001000
LRM002* THE CORRESPONDENT KNOWS NOT TO RESUBMIT.                        00001000
000001* PDX    - CAT513   C0369750 09/04/26 12:20:14 TBTIKUO            00001000
LRM001* REPLAY-GUARD OVERRIDE PARM.  THE GENERATION REGISTERS           00001000
LRM001* AT HEADER TIME, SO A FILE THE RUN LATER ABENDED ON              00001000
                 IF NOT NED-DATE-OK                                     00034900
                    MOVE 'DATE'             TO  WS-REASON-CD            00035000
                 ELSE                                                   00035100
LRM002           IF NED-PRTCP-CONTINGENCY                               00001000
LRM002              MOVE 'CTGY'             TO  WS-REASON-CD            00001000
LRM002           ELSE                                                   00001000
                    MOVE 'PRTC'             TO  WS-REASON-CD            00035200
LRM002           END-IF                                                 00001000
                 END-IF                                                 00035300
              END-IF                                                    00035400
           END-IF.                                                      00035500
