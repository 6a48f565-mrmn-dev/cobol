CBL LIB,QUOTE,TEST(SYM)
      ***************************************************
      **                                               **
      ** DLLREGM - DOUBLE LINKED LIST REGISTRY UPKEEP  **
      **                                               **
      ** CICS transaction letting operations add,      **
      ** change and retire list registry entries       **
      ** instead of hand-editing the DLLREGI cards.    **
      ** Keys in an action and the entry in its 80-    **
      ** byte DLLREGC card layout; the entry is edited **
      ** with the same field edits DLLMAIN's registry  **
      ** load applies (COPY DLLREGEP) and written      **
      ** straight to the DLLREGV KSDS, which is now    **
      ** the registry of record - DLLMAIN's job REPROs **
      ** it over the batch DLLREGI dataset ahead of    **
      ** every run. A list still holding entries as of **
      ** the last checkpoint (DLLDIRV) cannot be       **
      ** retired. Every change goes to the registry    **
      ** change log through the DLLG extrapartition TD **
      ** queue with who, when, and the entry before    **
      ** and after (COPY DLLREGL); if the log cannot   **
      ** be written the DLLREGV update is backed out,  **
      ** so DLLREGV must be defined to CICS as         **
      ** RECOVERY(BACKOUTONLY).                        **
      **                                               **
      ***************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLLREGM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * one line in, "X LLLL NNNN..." where X is the action - A add, *
      * C change, R retire - and the rest is the registry entry in   *
      * its DLLREGC card columns, list-id first. A change replaces   *
      * the whole entry, so key every field as it should now stand;  *
      * a retire needs only the list-id                              *
       01 DLL-REGM-INPUT-AREA.
          05 REGM-IN-ACTION      PIC X(1).
             88 REGM-ADD         VALUE 'A'.
             88 REGM-CHANGE      VALUE 'C'.
             88 REGM-RETIRE      VALUE 'R'.
             88 REGM-ACTION-KNOWN VALUE 'A' 'C' 'R'.
          05 FILLER              PIC X(1).
          05 REGM-IN-ENTRY       PIC X(80).

      * the entry being maintained, in the layout DLLREGV holds and  *
      * the shared edits examine                                     *
       COPY DLLREGC.

      * shared registry edits - the procedure half is COPY DLLREGEP  *
       COPY DLLREGE.

      * the registry change log record written to DLLG *
       COPY DLLREGL.

      * the entry as DLLREGV held it before this change - spaces     *
      * for an add                                                   *
       01 REGM-BEFORE-IMAGE       PIC X(80).

      * the DLLDIRV snapshot, browsed for any entry still on a list  *
      * being retired - as of DLLMAIN's last checkpoint              *
       COPY DLLDIRW.
       01 REGM-DIR-RID.
          05 REGM-DIR-RID-LIST-ID  PIC S9(4) BINARY.
          05 REGM-DIR-RID-ENTRY-SEQ PIC S9(9) BINARY.

       01 REGM-REG-RID            PIC 9(4).
       01 REGM-FILE-LENGTH        PIC S9(4) COMP.
       01 REGM-ABSTIME            PIC S9(15) COMP-3.

      * EIBRESP values this program acts on *
       01 REGM-RESP               PIC S9(8) BINARY.
          88 REGM-RESP-NORMAL     VALUE 0.
          88 REGM-RESP-NOTFND     VALUE 13.
          88 REGM-RESP-DUPREC     VALUE 14.
          88 REGM-RESP-ENDFILE    VALUE 20.

       01 REGM-APPLIED-SW         PIC X(1) VALUE 'N'.
          88 REGM-APPLIED         VALUE 'Y'.
       01 REGM-STATUS-MSG         PIC X(32).

       01 DLL-REGM-OUTPUT-AREA.
          05 REGM-OUT-STATUS      PIC X(32).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 REGM-OUT-ENTRY       PIC X(80).

       01 REGM-PROMPT-TEXT.
          05 FILLER PIC X(53) VALUE
             'ENTER ACTION(A/C/R) ENTRY - EG C 0007 OPEN ORDERS ...'.

       01 REGM-RECV-LENGTH        PIC S9(4) COMP.
       01 REGM-SEND-LENGTH        PIC S9(4) COMP.
       01 REGM-QUEUE-LENGTH       PIC S9(4) COMP.

       PROCEDURE DIVISION.

       DLL-REGM-MAINLINE.
      * the first RECEIVE of a terminal-initiated task hands back    *
      * the input that started the task (the transid line) - take    *
      * it and throw it away, the same as DLLINQ does                *
           MOVE LENGTH OF DLL-REGM-INPUT-AREA TO REGM-RECV-LENGTH
           MOVE SPACES TO DLL-REGM-INPUT-AREA
           EXEC CICS RECEIVE
               INTO(DLL-REGM-INPUT-AREA)
               LENGTH(REGM-RECV-LENGTH)
           END-EXEC
           MOVE LENGTH OF REGM-PROMPT-TEXT TO REGM-SEND-LENGTH
           EXEC CICS SEND TEXT
               FROM(REGM-PROMPT-TEXT)
               LENGTH(REGM-SEND-LENGTH)
               ERASE
           END-EXEC
           MOVE LENGTH OF DLL-REGM-INPUT-AREA TO REGM-RECV-LENGTH
           MOVE SPACES TO DLL-REGM-INPUT-AREA
           EXEC CICS RECEIVE
               INTO(DLL-REGM-INPUT-AREA)
               LENGTH(REGM-RECV-LENGTH)
           END-EXEC
           PERFORM DLL-REGM-VALIDATE
           IF REGM-STATUS-MSG = SPACES
              PERFORM DLL-REGM-APPLY
           END-IF
           PERFORM DLL-REGM-SEND-REPLY
           EXEC CICS RETURN END-EXEC
           GOBACK.

      * validate what the operator keyed - the action here, then    *
      * for an add or change every field through the same edits     *
      * DLLMAIN's registry load runs, so nothing can reach DLLREGV   *
      * that the batch run would refuse. A retire is checked for a   *
      * usable list-id only                                          *
       DLL-REGM-VALIDATE.
           MOVE SPACES TO REGM-STATUS-MSG
           MOVE SPACES TO REGM-BEFORE-IMAGE
           MOVE REGM-IN-ENTRY TO DLL-REGISTRY-REC
           EVALUATE TRUE
              WHEN NOT REGM-ACTION-KNOWN
                 MOVE 'ACTION MUST BE A, C OR R' TO REGM-STATUS-MSG
              WHEN REGM-RETIRE AND REG-LIST-ID NOT NUMERIC
                 MOVE 'REG-LIST-ID NOT NUMERIC' TO REGM-STATUS-MSG
              WHEN REGM-RETIRE
                    AND (REG-LIST-ID < 1 OR REG-LIST-ID > 50)
                 MOVE 'REG-LIST-ID OUT OF RANGE' TO REGM-STATUS-MSG
              WHEN REGM-RETIRE
                 CONTINUE
              WHEN OTHER
                 PERFORM DLL-EDIT-REGISTRY-REC
                 IF NOT REGE-PASSED
                    MOVE REGE-MSG TO REGM-STATUS-MSG
                 END-IF
           END-EVALUATE
           IF REGM-STATUS-MSG = SPACES
              MOVE REG-LIST-ID TO REGM-REG-RID
           END-IF
           EXIT.

       DLL-REGM-APPLY.
           MOVE 'N' TO REGM-APPLIED-SW
           EVALUATE TRUE
              WHEN REGM-ADD
                 PERFORM DLL-REGM-ADD-ENTRY
              WHEN REGM-CHANGE
                 PERFORM DLL-REGM-CHANGE-ENTRY
              WHEN REGM-RETIRE
                 PERFORM DLL-REGM-RETIRE-ENTRY
           END-EVALUATE
           IF REGM-APPLIED
              PERFORM DLL-REGM-WRITE-LOG
           END-IF
           EXIT.

      * a new entry - refused if the list-id is already registered *
       DLL-REGM-ADD-ENTRY.
           MOVE LENGTH OF DLL-REGISTRY-REC TO REGM-FILE-LENGTH
           EXEC CICS WRITE FILE('DLLREGV')
               FROM(DLL-REGISTRY-REC)
               LENGTH(REGM-FILE-LENGTH)
               RIDFLD(REGM-REG-RID)
               RESP(REGM-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN REGM-RESP-NORMAL
                 MOVE 'Y' TO REGM-APPLIED-SW
                 MOVE 'LIST ADDED' TO REGM-STATUS-MSG
              WHEN REGM-RESP-DUPREC
                 MOVE 'LIST ALREADY REGISTERED' TO REGM-STATUS-MSG
              WHEN OTHER
                 MOVE 'DLLREGV WRITE ERROR' TO REGM-STATUS-MSG
           END-EVALUATE
           EXIT.

      * replace an existing entry whole - the read for update takes  *
      * the before image for the change log and holds the record     *
      * against a second operator until the rewrite                  *
       DLL-REGM-CHANGE-ENTRY.
           PERFORM DLL-REGM-READ-FOR-UPDATE
           IF REGM-STATUS-MSG = SPACES
              IF REGM-BEFORE-IMAGE = DLL-REGISTRY-REC
                 EXEC CICS UNLOCK FILE('DLLREGV')
                     RESP(REGM-RESP)
                 END-EXEC
                 MOVE 'NO CHANGE KEYED' TO REGM-STATUS-MSG
              ELSE
                 MOVE LENGTH OF DLL-REGISTRY-REC TO REGM-FILE-LENGTH
                 EXEC CICS REWRITE FILE('DLLREGV')
                     FROM(DLL-REGISTRY-REC)
                     LENGTH(REGM-FILE-LENGTH)
                     RESP(REGM-RESP)
                 END-EXEC
                 IF REGM-RESP-NORMAL
                    MOVE 'Y' TO REGM-APPLIED-SW
                    MOVE 'LIST CHANGED' TO REGM-STATUS-MSG
                 ELSE
                    MOVE 'DLLREGV REWRITE ERROR' TO REGM-STATUS-MSG
                 END-IF
              END-IF
           END-IF
           EXIT.

      * take a list out of the registry - only once the last         *
      * checkpoint shows nothing left on it, so no queued work is    *
      * stranded on a list nobody owns any more. DLLDIRV is as of    *
      * that checkpoint; work arriving after it is the next run's    *
       DLL-REGM-RETIRE-ENTRY.
           PERFORM DLL-REGM-READ-FOR-UPDATE
           IF REGM-STATUS-MSG = SPACES
              PERFORM DLL-REGM-CHECK-LIST-EMPTY
              IF REGM-STATUS-MSG = SPACES
                 EXEC CICS DELETE FILE('DLLREGV')
                     RESP(REGM-RESP)
                 END-EXEC
                 IF REGM-RESP-NORMAL
                    MOVE 'Y' TO REGM-APPLIED-SW
                    MOVE 'LIST RETIRED' TO REGM-STATUS-MSG
                    MOVE SPACES TO DLL-REGISTRY-REC
                 ELSE
                    MOVE 'DLLREGV DELETE ERROR' TO REGM-STATUS-MSG
                 END-IF
              ELSE
                 EXEC CICS UNLOCK FILE('DLLREGV')
                     RESP(REGM-RESP)
                 END-EXEC
              END-IF
           END-IF
           EXIT.

       DLL-REGM-READ-FOR-UPDATE.
           MOVE LENGTH OF REGM-BEFORE-IMAGE TO REGM-FILE-LENGTH
           EXEC CICS READ FILE('DLLREGV')
               INTO(REGM-BEFORE-IMAGE)
               LENGTH(REGM-FILE-LENGTH)
               RIDFLD(REGM-REG-RID)
               UPDATE
               RESP(REGM-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN REGM-RESP-NORMAL
                 CONTINUE
              WHEN REGM-RESP-NOTFND
                 MOVE 'LIST NOT REGISTERED' TO REGM-STATUS-MSG
              WHEN OTHER
                 MOVE 'DLLREGV READ ERROR' TO REGM-STATUS-MSG
           END-EVALUATE
           EXIT.

      * the first DLLDIRV record at or after this list-id's first    *
      * position belongs to this list only if the list still holds   *
      * entries - DIR-SAVE writes nothing for an empty list. A       *
      * snapshot that cannot be read refuses the retire rather than  *
      * let it through unchecked                                     *
       DLL-REGM-CHECK-LIST-EMPTY.
           MOVE REGM-REG-RID TO REGM-DIR-RID-LIST-ID
           MOVE 0 TO REGM-DIR-RID-ENTRY-SEQ
           EXEC CICS STARTBR FILE('DLLDIRV')
               RIDFLD(REGM-DIR-RID)
               GTEQ
               RESP(REGM-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN REGM-RESP-NORMAL
                 MOVE LENGTH OF DLL-DIRALL-REC TO REGM-FILE-LENGTH
                 EXEC CICS READNEXT FILE('DLLDIRV')
                     INTO(DLL-DIRALL-REC)
                     LENGTH(REGM-FILE-LENGTH)
                     RIDFLD(REGM-DIR-RID)
                     RESP(REGM-RESP)
                 END-EXEC
                 EVALUATE TRUE
                    WHEN REGM-RESP-ENDFILE
                       CONTINUE
                    WHEN NOT REGM-RESP-NORMAL
                       MOVE 'DLLDIRV READ ERROR' TO REGM-STATUS-MSG
                    WHEN DW-LIST-ID = REGM-REG-RID
                       MOVE 'LIST STILL HOLDS ENTRIES'
                          TO REGM-STATUS-MSG
                 END-EVALUATE
                 EXEC CICS ENDBR FILE('DLLDIRV')
                     RESP(REGM-RESP)
                 END-EXEC
              WHEN REGM-RESP-NOTFND
                 CONTINUE
              WHEN OTHER
                 MOVE 'DLLDIRV READ ERROR' TO REGM-STATUS-MSG
           END-EVALUATE
           EXIT.

      * log the change that was just made - who, from where, when,   *
      * and the entry before and after. A change that cannot be      *
      * logged is not kept: the DLLREGV update is backed out         *
       DLL-REGM-WRITE-LOG.
           MOVE SPACES TO DLL-REG-CHANGE-REC
           MOVE REGM-IN-ACTION TO RGL-ACTION
           MOVE REGM-REG-RID TO RGL-LIST-ID
           EXEC CICS ASSIGN
               USERID(RGL-USERID)
               FACILITY(RGL-TERMID)
               RESP(REGM-RESP)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME(REGM-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(REGM-ABSTIME)
               YYYYMMDD(RGL-CHANGE-DATE)
               TIME(RGL-CHANGE-TIME)
           END-EXEC
           MOVE REGM-BEFORE-IMAGE TO RGL-BEFORE-IMAGE
           MOVE DLL-REGISTRY-REC TO RGL-AFTER-IMAGE
           MOVE LENGTH OF DLL-REG-CHANGE-REC TO REGM-QUEUE-LENGTH
           EXEC CICS WRITEQ TD
               QUEUE('DLLG')
               FROM(DLL-REG-CHANGE-REC)
               LENGTH(REGM-QUEUE-LENGTH)
               RESP(REGM-RESP)
           END-EXEC
           IF NOT REGM-RESP-NORMAL
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE 'N' TO REGM-APPLIED-SW
              MOVE 'DLLG WRITE ERROR - NOT APPLIED' TO REGM-STATUS-MSG
           END-IF
           EXIT.

      * the reply shows the entry as it now stands - as it stood     *
      * before, for a retire or anything refused after the read      *
       DLL-REGM-SEND-REPLY.
           MOVE SPACES TO DLL-REGM-OUTPUT-AREA
           MOVE REGM-STATUS-MSG TO REGM-OUT-STATUS
           IF REGM-APPLIED AND NOT REGM-RETIRE
              MOVE DLL-REGISTRY-REC TO REGM-OUT-ENTRY
           ELSE
              MOVE REGM-BEFORE-IMAGE TO REGM-OUT-ENTRY
           END-IF
           MOVE LENGTH OF DLL-REGM-OUTPUT-AREA TO REGM-SEND-LENGTH
           EXEC CICS SEND TEXT
               FROM(DLL-REGM-OUTPUT-AREA)
               LENGTH(REGM-SEND-LENGTH)
               ERASE
           END-EXEC
           EXIT.

      * shared registry edits - data half is COPY DLLREGE in working *
      * storage                                                      *
       COPY DLLREGEP.
