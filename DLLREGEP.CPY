      * procedure half of the shared registry edit (data half is     *
      * DLLREGE) - every field of DLL-REGISTRY-REC against the rules *
      * DLLREGC documents. The first failing field names the         *
      * refusal, one message per entry. Capacity ceilings are taken  *
      * only as a pair (DLLMAIN re-drives SET-CAPACITY only when     *
      * both are numeric), so one keyed without the other is         *
      * refused rather than left to be ignored at startup - spaces   *
      * and zeros alike count as not keyed                           *
       DLL-EDIT-REGISTRY-REC.
           MOVE 'Y' TO REGE-OK-SW
           MOVE SPACES TO REGE-MSG
           EVALUATE TRUE
              WHEN REG-LIST-ID NOT NUMERIC
                 MOVE 'REG-LIST-ID NOT NUMERIC' TO REGE-MSG
              WHEN REG-LIST-ID < 1 OR REG-LIST-ID > 50
                 MOVE 'REG-LIST-ID OUT OF RANGE' TO REGE-MSG
              WHEN REG-LIST-NAME = SPACES
                 MOVE 'REG-LIST-NAME MISSING' TO REGE-MSG
              WHEN REG-EXPECTED-TYPE NOT = SPACE AND 'O' AND 'A'
                    AND 'P' AND 'S'
                 MOVE 'REG-EXPECTED-TYPE UNKNOWN' TO REGE-MSG
              WHEN REG-UNIQUE-FLAG NOT = SPACE AND 'Y' AND 'N'
                 MOVE 'REG-UNIQUE-FLAG NOT Y OR N' TO REGE-MSG
              WHEN REG-MAX-NODES NOT NUMERIC
                    AND REG-MAX-NODES NOT = SPACES
                 MOVE 'REG-MAX-NODES NOT NUMERIC' TO REGE-MSG
              WHEN REG-MAX-BYTES NOT NUMERIC
                    AND REG-MAX-BYTES NOT = SPACES
                 MOVE 'REG-MAX-BYTES NOT NUMERIC' TO REGE-MSG
              WHEN ((REG-MAX-NODES = SPACES OR ZEROS)
                       AND REG-MAX-BYTES NOT = SPACES
                       AND REG-MAX-BYTES NOT = ZEROS)
                    OR ((REG-MAX-BYTES = SPACES OR ZEROS)
                       AND REG-MAX-NODES NOT = SPACES
                       AND REG-MAX-NODES NOT = ZEROS)
                 MOVE 'KEY BOTH CEILINGS OR NEITHER' TO REGE-MSG
              WHEN REG-SLA-DAYS NOT NUMERIC
                    AND REG-SLA-DAYS NOT = SPACES
                 MOVE 'REG-SLA-DAYS NOT NUMERIC' TO REGE-MSG
              WHEN REG-LIST-ROLE NOT = SPACE
                    AND NOT REG-ROLE-OPEN-ORDERS
                    AND NOT REG-ROLE-PAYMENTS
                    AND NOT REG-ROLE-BILL-SUSPENSE
                 MOVE 'REG-LIST-ROLE UNKNOWN' TO REGE-MSG
           END-EVALUATE
           IF REGE-MSG NOT = SPACES
              MOVE 'N' TO REGE-OK-SW
           END-IF
           EXIT.
