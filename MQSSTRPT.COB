           PERFORM 3600-PROCESS-ONE-ENTRY
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > STA-TXN-USED
                     OR WS-ENTRY-IDX > 20.

       3500-PROCESS-RECORD-NEXT.
           PERFORM 3000-READ-RECORD.
