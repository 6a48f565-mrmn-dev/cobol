                 MOVE RCT-SPARE-LIST TO PARM-LIST-ID
                 SET PARM-DATA-PTR TO ADDRESS OF DW-REC-DATA
                 MOVE DW-REC-LTH TO PARM-DATA-LTH
                 MOVE DW-ENQ-DATE TO PARM-ENQ-DATE
                 MOVE DW-ENQ-TIME TO PARM-ENQ-TIME
                 CALL 'DLLSUBX' USING DLL-CONTROL
                 IF SUCCESSFUL
                    ADD 1 TO RPLY-SEED-COUNT
                       OR AUD-DATA-LTH > LENGTH OF RPLY-DATA-BUFFER
                    ADD 1 TO RPLY-UNFAITH-COUNT
                 END-IF
      * the insert was queued when the trail says it was, not when *
      * the replay happens to run                                   *
                 MOVE AUD-STAMP-DATE TO PARM-ENQ-DATE
                 MOVE AUD-STAMP-TIME TO PARM-ENQ-TIME
                 CALL 'DLLSUBX' USING DLL-CONTROL
                 PERFORM RPLY-TALLY-RESULT
              WHEN '1' WHEN '2' WHEN '3' WHEN '4'
