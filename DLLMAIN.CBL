      * transaction, in TRANS-REC layout - applied ahead of the     *
      * nightly feed and truncated once consumed, so a correction   *
      * is applied exactly once. DISP=OLD for the same OPEN OUTPUT  *
      * reason as DLLCKPT. DLLBACK appends the orders billing       *
      * rejected here too, as inserts onto the billing suspense     *
      * list                                                        *
           SELECT CORR-FILE ASSIGN TO DLLCORR
               ORGANIZATION IS SEQUENTIAL.
      * pending-transactions warehouse - feed transactions dated  *
      * for a later business day, in TRANS-REC layout. DLLPEND is   *
      * read at startup: what has come due is applied ahead of the *
      * feed, the rest is carried to DLLPNEW along with whatever    *
      * tonight's feed sets aside. DLLPEND itself is never written  *
      * here - the step after DLLMAIN copies DLLPNEW over it once   *
      * the run has completed, so a restart or a quiesced run still *
      * finds the warehouse as it stood when the day began          *
           SELECT PEND-FILE ASSIGN TO DLLPEND
               ORGANIZATION IS SEQUENTIAL.
           SELECT PEND-NEW-FILE ASSIGN TO DLLPNEW
               ORGANIZATION IS SEQUENTIAL.
      * what was warehoused, released and left pending this run    *
           SELECT PEND-RPT-FILE ASSIGN TO DLLPRPT
               ORGANIZATION IS SEQUENTIAL.
      * billing interface - DLLXCTL names the list-ids to drain at  *
      * end of run, DLLBILL receives one fixed-layout record per    *
      * DLLR-tagged order extracted plus a balancing trailer        *
               ORGANIZATION IS SEQUENTIAL.
           SELECT DLL-BILL-FILE ASSIGN TO DLLBILL
               ORGANIZATION IS SEQUENTIAL.
      * billed-orders history KSDS - every order number the extract *
      * has handed to billing, read at random before each order is  *
      * billed so one billed by an earlier run is held on its list  *
      * instead, and written/rewritten as each order is billed.     *
      * Opened at startup, so a history that cannot be opened       *
      * refuses the run before anything is applied                  *
           SELECT BILL-HIST-FILE ASSIGN TO DLLBHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BHS-ORDER-NUMBER
               FILE STATUS IS BHIST-STATUS.
      * duplicate-billing exception listing - every order the       *
      * extract held because its order number was already billed    *
           SELECT DLL-BDUP-FILE ASSIGN TO DLLBDUP
               ORGANIZATION IS SEQUENTIAL.
      * list statistics history - one record per active list is    *
      * appended at the end of every completed run for the capacity *
      * trend report (DLLSTRP); never rewritten here, so the DD is  *
      * DISP=MOD and OPEN EXTEND adds the day to the history        *
           SELECT DLL-STAT-FILE ASSIGN TO DLLSTHS
               ORGANIZATION IS SEQUENTIAL.
      * feed history - one record per feed applied to completion,  *
      * read at startup to refuse a feed already applied and to     *
      * find a business day whose feed never arrived, then added to *
      * by OPEN EXTEND at the end of the run - DISP=MOD, as for the *
      * statistics history                                          *
           SELECT DLL-FEED-HIST-FILE ASSIGN TO DLLFHST
               ORGANIZATION IS SEQUENTIAL.
      * cash application report - every payment settled against    *
      * open orders at end of run, and every payment left queued   *
      * with the reason it could not be applied                    *
           SELECT DLL-CASH-FILE ASSIGN TO DLLCASH
               ORGANIZATION IS SEQUENTIAL.
      * general ledger interface - DLLGLMP maps each department and *
      * activity to the accounts it posts to, read at startup like *
      * the routing rules; DLLGLJ receives the day's balanced       *
      * journal and DLLGLPR the proof that ties it back to the      *
      * reconciliation report, the billing trailer and the cash     *
      * application                                                 *
           SELECT GL-MAP-FILE ASSIGN TO DLLGLMP
               ORGANIZATION IS SEQUENTIAL.
           SELECT DLL-GL-JRNL-FILE ASSIGN TO DLLGLJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-PROOF-FILE ASSIGN TO DLLGLPR
               ORGANIZATION IS SEQUENTIAL.
      * the list registry - names, owners and attributes for the   *
      * 50 slots, loaded at startup. Capacity ceilings and unique  *
      * mode are re-driven from here after every restart instead   *
      * of being re-issued by hand                                 *
           SELECT DLL-REGISTRY-FILE ASSIGN TO DLLREGI
               ORGANIZATION IS SEQUENTIAL.
      * the company customer master KSDS - read at random by       *
      * customer number so the field edit can refuse a customer    *
      * nobody has issued, or one who is no longer trading         *
           SELECT CUST-MASTER-FILE ASSIGN TO DLLCUSTM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUSTOMER-ID
               FILE STATUS IS CUST-MASTER-STATUS.
      * runtime tuning parameter cards, read before anything else  *
      * - KEYWORD=VALUE, '*' in column 1 for a comment card. An    *
      * invalid card refuses the whole run: a half-understood      *
      * tuning request is worse than none                          *
           SELECT TUNE-FILE ASSIGN TO DLLTUNE
               ORGANIZATION IS SEQUENTIAL.
      * routing rule cards - when a record of one type lands on one *
      * list, find its related record on a second list by key and  *
      * move it to a third. Read at startup; like the tuning cards, *
      * one bad rule refuses the whole run                          *
           SELECT ROUTE-FILE ASSIGN TO DLLROUT
               ORGANIZATION IS SEQUENTIAL.
      * one-record run-control lock - claimed at startup, released  *
      * at every controlled ending, so a second DLLMAIN cannot be   *
      * let loose against the same checkpoint and list datasets.    *
          05 RCP-REQUEST       PIC X(1).
          05 FILLER            PIC X(3) VALUE SPACES.
      * 'C' when the pair's volume came in through the operator     *
      * correction file, 'A' for entries the cash application took  *
      * off the lists, 'R' for routing-rule moves, 'P' for future-  *
      * dated transactions released from the pending warehouse,     *
      * space for the normal feed                                   *
          05 RCP-SOURCE        PIC X(1).
          05 FILLER            PIC X(3) VALUE SPACES.
          05 RCP-SUCCESS       PIC Z(8)9.
      * ID carries TRANS-GROUP-ID through to the reject line (0 for a *
      * standalone transaction) so a resubmit still lands its members *
      * back in the same group instead of being reapplied one at a    *
      * time and losing the all-or-nothing guarantee. DLLRSUB builds  *
      * the resubmission feed from it                                 *
       FD  DLL-REJECT-FILE
           RECORDING MODE IS F.
       COPY DLLREJC.

      * same shape as TRANS-REC (DLLTRANS copybook), under its own   *
      * names - one program cannot copy the same layout twice        *
          05 CORR-POSITION   PIC S9(9) BINARY.
          05 CORR-DATA       PIC X(500).
          05 CORR-GROUP-ID   PIC S9(9) BINARY.
      * carried for the shape only - an operator correction is      *
      * applied the run it is drained, whatever date it carries     *
          05 CORR-EFF-DATE   PIC 9(8).

      * the warehouse as the day began, also TRANS-REC shaped       *
       FD  PEND-FILE
           RECORDING MODE IS F.
       01 PEND-REC.
          05 PND-REQUEST     PIC X(1).
          05 PND-LIST-ID     PIC S9(4) BINARY.
          05 PND-POSITION    PIC S9(9) BINARY.
          05 PND-DATA        PIC X(500).
          05 PND-GROUP-ID    PIC S9(9) BINARY.
          05 PND-EFF-DATE    PIC 9(8).

      * the warehouse as this run leaves it - written from TRANS-REC *
      * or PEND-REC, never built field by field                      *
       FD  PEND-NEW-FILE
           RECORDING MODE IS F.
       01 PEND-NEW-REC         PIC X(519).

      * one detail line per transaction warehoused, released or     *
      * carried, the free-form line for headings and the totals     *
       FD  PEND-RPT-FILE
           RECORDING MODE IS F.
       01 PEND-RPT-REC.
          05 PRP-ACTION        PIC X(10).
          05 FILLER            PIC X(2).
          05 PRP-EFF-DATE      PIC 9(8).
          05 FILLER            PIC X(2).
          05 PRP-REQUEST       PIC X(1).
          05 FILLER            PIC X(2).
          05 PRP-LIST-ID       PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 PRP-LIST-NAME     PIC X(20).
          05 FILLER            PIC X(2).
          05 PRP-GROUP-ID      PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 PRP-RESULT        PIC X(32).
          05 FILLER            PIC X(36).
       01 PEND-RPT-LINE        PIC X(132).

       FD  DLL-BALANCE-FILE
           RECORDING MODE IS F.
      * balances the file before picking it up                      *
       FD  DLL-BILL-FILE
           RECORDING MODE IS F.
       COPY DLLBILC.

       FD  BILL-HIST-FILE.
       COPY DLLBHST.

      * one detail line per order held, the free-form line for      *
      * headings and the closing totals. The previous billing's     *
      * date and feed are blank when the history itself could not  *
      * be read or written                                          *
       FD  DLL-BDUP-FILE
           RECORDING MODE IS F.
       01 DLL-BDUP-REC.
          05 BDR-LIST-ID       PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 BDR-LIST-NAME     PIC X(20).
          05 FILLER            PIC X(2).
          05 BDR-POSITION      PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 BDR-ORDER-NUMBER  PIC 9(9).
          05 FILLER            PIC X(2).
          05 BDR-CUSTOMER-ID   PIC 9(9).
          05 FILLER            PIC X(2).
          05 BDR-ORDER-AMOUNT  PIC -Z(6)9.99.
          05 FILLER            PIC X(2).
          05 BDR-BILLED-DATE   PIC X(8).
          05 FILLER            PIC X(2).
          05 BDR-FEED-ID       PIC X(8).
          05 FILLER            PIC X(2).
          05 BDR-FEED-DATE     PIC X(8).
          05 FILLER            PIC X(2).
          05 BDR-REASON        PIC X(20).
          05 FILLER            PIC X(8).
       01 DLL-BDUP-LINE        PIC X(132).

      * one detail line per settled order or payment exception, the *
      * free-form line for headings and the closing totals          *
       FD  DLL-CASH-FILE
           RECORDING MODE IS F.
       01 DLL-CASH-REC.
          05 CSR-ACTION        PIC X(9).
          05 FILLER            PIC X(2).
          05 CSR-PAYMENT-REF   PIC 9(9).
          05 FILLER            PIC X(2).
          05 CSR-CUSTOMER-ID   PIC 9(9).
          05 FILLER            PIC X(2).
          05 CSR-PAY-AMOUNT    PIC -Z(6)9.99.
          05 FILLER            PIC X(2).
          05 CSR-PAY-LIST      PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 CSR-ORDER-NUMBER  PIC 9(9).
          05 FILLER            PIC X(2).
      * the settled order's amount, or on an exception line the     *
      * total the customer has open                                 *
          05 CSR-ORD-AMOUNT    PIC -Z(12)9.99.
          05 FILLER            PIC X(2).
          05 CSR-ORD-LIST      PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 CSR-REASON        PIC X(20).
          05 FILLER            PIC X(24).
       01 DLL-CASH-LINE        PIC X(132).

      * one mapping per card, '*' in column 1 for a comment card -  *
      * the activity (OQ, OB, PR, PA), the department as on the     *
      * registry or *ALL for every department without its own      *
      * card, and the accounts the activity debits and credits     *
       FD  GL-MAP-FILE
           RECORDING MODE IS F.
       01 GL-MAP-REC.
          05 GMC-ACTIVITY      PIC X(2).
          05 FILLER            PIC X(1).
          05 GMC-DEPARTMENT    PIC X(8).
          05 FILLER            PIC X(1).
          05 GMC-DEBIT-ACCOUNT PIC X(10).
          05 FILLER            PIC X(1).
          05 GMC-CREDIT-ACCOUNT PIC X(10).
          05 FILLER            PIC X(1).
          05 GMC-DESCRIPTION   PIC X(30).
          05 FILLER            PIC X(16).
       01 GL-MAP-CARD          PIC X(80).

       FD  DLL-GL-JRNL-FILE
           RECORDING MODE IS F.
       COPY DLLGLJC.

      * one line per department and activity journaled, the free-  *
      * form line for headings and the tie-out                     *
       FD  GL-PROOF-FILE
           RECORDING MODE IS F.
       01 GL-PROOF-REC.
          05 GLP-DEPARTMENT    PIC X(8).
          05 FILLER            PIC X(2).
          05 GLP-ACTIVITY      PIC X(20).
          05 FILLER            PIC X(2).
          05 GLP-DEBIT-ACCOUNT PIC X(10).
          05 FILLER            PIC X(2).
          05 GLP-CREDIT-ACCOUNT PIC X(10).
          05 FILLER            PIC X(2).
          05 GLP-COUNT         PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 GLP-AMOUNT        PIC -Z(12)9.99.
          05 FILLER            PIC X(2).
          05 GLP-NOTE          PIC X(46).
       01 GL-PROOF-LINE        PIC X(132).

       FD  DLL-STAT-FILE
           RECORDING MODE IS F.
       COPY DLLSTAT.

       FD  DLL-FEED-HIST-FILE
           RECORDING MODE IS F.
       COPY DLLFEEDH.

       FD  DLL-REGISTRY-FILE
           RECORDING MODE IS F.
       COPY DLLREGC.

       FD  CUST-MASTER-FILE.
       COPY DLLCUST.

       FD  TUNE-FILE
           RECORDING MODE IS F.
       01 TUNE-REC.
          05 TUNE-CARD         PIC X(80).

      * one rule per card, '*' in column 1 for a comment card -    *
      * RTC-KEY-FIELD is the key the two records share, as for     *
      * FIND-BY-KEY: 'O' order number, 'C' customer                *
       FD  ROUTE-FILE
           RECORDING MODE IS F.
       01 ROUTE-REC.
          05 RTC-TRIGGER-TYPE  PIC X(1).
          05 FILLER            PIC X(1).
          05 RTC-TRIGGER-LIST  PIC 9(4).
          05 FILLER            PIC X(1).
          05 RTC-KEY-FIELD     PIC X(1).
          05 FILLER            PIC X(1).
          05 RTC-RELATED-TYPE  PIC X(1).
          05 FILLER            PIC X(1).
          05 RTC-SOURCE-LIST   PIC 9(4).
          05 FILLER            PIC X(1).
          05 RTC-TARGET-LIST   PIC 9(4).
          05 FILLER            PIC X(60).
       01 ROUTE-CARD           PIC X(80).

       FD  OPR-CMD-FILE
           RECORDING MODE IS F.
       01 OPR-CMD-REC.
          05 XTR-LIST-AMOUNT   PIC S9(13)V99 COMP-3.
          05 XTR-TOTAL-COUNT   PIC S9(9) BINARY VALUE 0.
          05 XTR-TOTAL-AMOUNT  PIC S9(13)V99 COMP-3 VALUE 0.
          05 XTR-LIST-HELD     PIC S9(9) BINARY.
       01 XTR-BUFFER           PIC X(500).
       01 XTR-EDIT-AMOUNT      PIC -Z(12)9.99.

      * billed-orders history check - an order found already billed *
      * is held on its list and goes on DLLBDUP with the reason; a  *
      * rebill is an order billing rejected (DLLBACK requeued it    *
      * corrected) or one an abended run of this same feed billed   *
       01 BHIST-CTL.
          05 BHIST-STATUS      PIC X(2).
          05 BHIST-HOLD-SW     PIC X(1) VALUE 'N'.
             88 BHIST-HOLD     VALUE 'Y'.
          05 BHIST-FOUND-SW    PIC X(1) VALUE 'N'.
             88 BHIST-FOUND    VALUE 'Y'.
          05 BHIST-REASON      PIC X(20).
          05 BHIST-TODAY       PIC 9(8) VALUE 0.
          05 BHIST-HELD-COUNT  PIC S9(9) BINARY VALUE 0.
          05 BHIST-HELD-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
          05 BHIST-REBILL-COUNT PIC S9(9) BINARY VALUE 0.
          05 BHIST-ERROR-COUNT PIC S9(9) BINARY VALUE 0.
       01 BHIST-EDIT-COUNT     PIC Z(8)9.

      * a validate-only run records nothing on the history, so the  *
      * orders it would bill are remembered here instead - a second *
      * sighting of one is held as the real run's own history entry *
      * would hold it. The table is compiled at 5000 orders; past   *
      * that an order queued twice goes unpredicted and the run log *
      * says so                                                     *
       01 VALD-BILLED-CTL.
          05 VALD-BILLED-MAX   PIC S9(9) BINARY VALUE 5000.
          05 VALD-BILLED-COUNT PIC S9(9) BINARY VALUE 0.
          05 VALD-TRUNC-SW     PIC X(1) VALUE 'N'.
             88 VALD-TRUNCATED VALUE 'Y'.
       01 VALD-BILLED-TABLE.
          05 VALD-BILLED-ORDER PIC 9(9) OCCURS 5000 TIMES
                               INDEXED BY VALD-IDX.

      * end-of-run list statistics - each list's size and ceilings  *
      * come back in DLLSUBX-CTL from a throwaway GET-FRONT into    *
      * STAT-BUFFER (never read back), the day's volume from the    *
      * recon table plus the orders the billing extract drained,    *
      * which are not tallied there                                 *
       01 STAT-CTL.
          05 STAT-LIST-ID      PIC S9(4) BINARY.
          05 STAT-RUN-TIME     PIC 9(8).
          05 STAT-INSERTS      PIC S9(9) BINARY.
          05 STAT-DELETES      PIC S9(9) BINARY.
          05 STAT-REJECTS      PIC S9(9) BINARY.
          05 STAT-WRITTEN-COUNT PIC S9(9) BINARY VALUE 0.
          05 STAT-BILLED       PIC S9(9) BINARY VALUE 0
                               OCCURS 50 TIMES.
       01 STAT-BUFFER          PIC X(500).

      * feed sequence check against the feed history - this feed's  *
      * identity as its header gives it, the latest business date   *
      * a daily feed was applied for, and the application that a   *
      * duplicate repeats                                           *
       01 FSEQ-CTL.
          05 FSEQ-EOF-SW       PIC X(1) VALUE 'N'.
             88 FSEQ-AT-EOF    VALUE 'Y'.
          05 FSEQ-DUP-SW       PIC X(1) VALUE 'N'.
             88 FSEQ-DUPLICATE VALUE 'Y'.
          05 FSEQ-GAP-STOP-SW  PIC X(1) VALUE 'N'.
             88 FSEQ-GAP-STOPPED VALUE 'Y'.
          05 FSEQ-FEED-DATE    PIC 9(8) VALUE 0.
          05 FSEQ-FEED-TIME    PIC 9(6) VALUE 0.
          05 FSEQ-LAST-DATE    PIC 9(8) VALUE 0.
          05 FSEQ-DUP-APPLY-DATE PIC 9(8) VALUE 0.
          05 FSEQ-DUP-APPLY-TIME PIC 9(6) VALUE 0.
          05 FSEQ-DUP-JOBNAME  PIC X(8) VALUE SPACES.
          05 FSEQ-FROM-NUM     PIC S9(9) BINARY.
          05 FSEQ-TO-NUM       PIC S9(9) BINARY.
          05 FSEQ-DAYNUM       PIC S9(9) BINARY.
          05 FSEQ-DAYS-MISSED  PIC S9(4) BINARY VALUE 0.
          05 FSEQ-RECORD-COUNT PIC S9(9) BINARY VALUE 0.
          05 FSEQ-APPLY-TIME   PIC 9(8).

      * end-of-run cash application - every tagged payment on a     *
      * registry role-P list is matched by customer against the     *
      * tagged orders on the role-O lists. Both sides are loaded    *
      * into these tables first and the settled entries deleted     *
      * only once every payment has been matched, last table entry  *
      * first, so no delete moves an entry still waiting its turn.  *
      * The tables are compiled at 2000 entries a side; anything    *
      * past that stays queued for the next run and the report      *
      * says the pass was cut short                                 *
       01 CASH-CTL.
          05 CASH-MAX            PIC S9(9) BINARY VALUE 2000.
          05 CASH-ORD-COUNT      PIC S9(9) BINARY VALUE 0.
          05 CASH-PAY-COUNT      PIC S9(9) BINARY VALUE 0.
          05 CASH-TRUNC-SW       PIC X(1) VALUE 'N'.
             88 CASH-TRUNCATED   VALUE 'Y'.
          05 CASH-DONE-SW        PIC X(1) VALUE 'N'.
             88 CASH-LIST-DONE   VALUE 'Y'.
          05 CASH-LIST-ID        PIC S9(4) BINARY.
          05 CASH-POSITION       PIC S9(9) BINARY.
          05 CASH-MATCH-IDX      PIC S9(9) BINARY.
          05 CASH-CUST-OPEN      PIC S9(9) BINARY.
          05 CASH-CUST-TOTAL     PIC S9(13)V99 COMP-3.
          05 CASH-REASON         PIC X(20).
          05 CASH-EXAMINED-COUNT PIC S9(9) BINARY VALUE 0.
          05 CASH-SETTLED-COUNT  PIC S9(9) BINARY VALUE 0.
          05 CASH-SETTLED-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
          05 CASH-CLOSED-COUNT   PIC S9(9) BINARY VALUE 0.
          05 CASH-PARTIAL-COUNT  PIC S9(9) BINARY VALUE 0.
          05 CASH-OVER-COUNT     PIC S9(9) BINARY VALUE 0.
          05 CASH-NO-ORDER-COUNT PIC S9(9) BINARY VALUE 0.
          05 CASH-INVALID-COUNT  PIC S9(9) BINARY VALUE 0.
          05 CASH-EXCEPTION-COUNT PIC S9(9) BINARY VALUE 0.
       01 CASH-ORDER-TABLE.
          05 CASH-ORD OCCURS 2000 TIMES INDEXED BY CSO-IDX.
             10 CSO-LIST-ID      PIC S9(4) BINARY.
             10 CSO-POSITION     PIC S9(9) BINARY.
             10 CSO-ORDER-NUMBER PIC 9(9).
             10 CSO-CUSTOMER-ID  PIC 9(9).
             10 CSO-AMOUNT       PIC S9(7)V99 COMP-3.
             10 CSO-SETTLED-SW   PIC X(1).
                88 CSO-SETTLED   VALUE 'Y'.
       01 CASH-PAYMENT-TABLE.
          05 CASH-PAY OCCURS 2000 TIMES INDEXED BY CSP-IDX.
             10 CSP-LIST-ID      PIC S9(4) BINARY.
             10 CSP-POSITION     PIC S9(9) BINARY.
             10 CSP-PAYMENT-REF  PIC 9(9).
             10 CSP-CUSTOMER-ID  PIC 9(9).
             10 CSP-AMOUNT       PIC S9(7)V99 COMP-3.
             10 CSP-SETTLED-SW   PIC X(1).
                88 CSP-SETTLED   VALUE 'Y'.
       01 CASH-BUFFER          PIC X(500).
       01 CASH-EDIT-COUNT      PIC Z(8)9.
       01 CASH-EDIT-AMOUNT     PIC -Z(12)9.99.

      * general ledger journal - the day's money movement by list,  *
      * in four activities: 1 orders queued, 2 orders billed, 3     *
      * payments received, 4 payments applied. Orders and payments *
      * count as they are queued from the feed, a correction or the *
      * warehouse - a routing move is a transfer between lists and  *
      * a billing requeue (DLLBACK's, off DLLCORR) was journaled    *
      * when it first arrived, so neither counts again. The lists   *
      * are rolled up by registry department when the journal is    *
      * written. The mapping table is compiled at 200 cards, and    *
      * every activity must have a *ALL card so no line goes out    *
      * without an account                                          *
       01 GL-CTL.
          05 GL-MAP-EOF-SW     PIC X(1) VALUE 'N'.
             88 GL-MAP-AT-EOF  VALUE 'Y'.
          05 GL-MAP-ERROR-SW   PIC X(1) VALUE 'N'.
             88 GL-MAP-CARD-ERROR VALUE 'Y'.
          05 GL-CARD-OK-SW     PIC X(1) VALUE 'N'.
             88 GL-CARD-OK     VALUE 'Y'.
          05 GL-FOUND-SW       PIC X(1) VALUE 'N'.
             88 GL-FOUND       VALUE 'Y'.
          05 GL-DIFFERS-SW     PIC X(1) VALUE 'N'.
             88 GL-PROOF-DIFFERS VALUE 'Y'.
          05 GL-MAP-COUNT      PIC S9(4) BINARY VALUE 0.
          05 GL-MAP-MAX        PIC S9(4) BINARY VALUE 200.
          05 GL-DEPT-COUNT     PIC S9(4) BINARY VALUE 0.
          05 GL-ACT            PIC S9(4) BINARY.
          05 GL-LIST-ID        PIC S9(4) BINARY.
          05 GL-TALLY-LIST-ID  PIC S9(4) BINARY.
          05 GL-TALLY-REQUEST  PIC X(1).
          05 GL-TALLY-ACT      PIC S9(4) BINARY.
          05 GL-TALLY-AMOUNT   PIC S9(13)V99 COMP-3.
          05 GL-FIND-DEPARTMENT PIC X(8).
          05 GL-DEBIT-ACCOUNT  PIC X(10).
          05 GL-CREDIT-ACCOUNT PIC X(10).
          05 GL-DESCRIPTION    PIC X(30).
          05 GL-DETAIL-COUNT   PIC S9(9) BINARY VALUE 0.
          05 GL-DEBIT-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
          05 GL-CREDIT-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
          05 GL-TIE-COUNT      PIC S9(9) BINARY.
          05 GL-TIE-AMOUNT     PIC S9(13)V99 COMP-3.
          05 GL-RECON-COUNT    PIC S9(9) BINARY.
          05 GL-RECON-CASH     PIC S9(9) BINARY.
       01 GL-ACTIVITY-CODES    PIC X(8) VALUE 'OQOBPRPA'.
       01 GL-ACTIVITY-CODE-TABLE REDEFINES GL-ACTIVITY-CODES.
          05 GL-ACTIVITY-CODE  PIC X(2) OCCURS 4 TIMES.
       01 GL-ACTIVITY-NAMES.
          05 FILLER            PIC X(20) VALUE 'ORDERS QUEUED'.
          05 FILLER            PIC X(20) VALUE 'ORDERS BILLED'.
          05 FILLER            PIC X(20) VALUE 'PAYMENTS RECEIVED'.
          05 FILLER            PIC X(20) VALUE 'PAYMENTS APPLIED'.
       01 GL-ACTIVITY-NAME-TABLE REDEFINES GL-ACTIVITY-NAMES.
          05 GL-ACTIVITY-NAME  PIC X(20) OCCURS 4 TIMES.
       01 GL-MAP-TABLE.
          05 GL-MAP OCCURS 200 TIMES INDEXED BY GLM-IDX.
             10 GLM-ACTIVITY       PIC X(2).
             10 GLM-DEPARTMENT     PIC X(8).
             10 GLM-DEBIT-ACCOUNT  PIC X(10).
             10 GLM-CREDIT-ACCOUNT PIC X(10).
             10 GLM-DESCRIPTION    PIC X(30).
      * GLL-CLOSED counts the orders the cash application settled  *
      * off each list - with the payments applied, what the        *
      * reconciliation report shows it deleting there               *
       01 GL-LIST-TABLE.
          05 GL-LIST OCCURS 50 TIMES.
             10 GLL-COUNT      PIC S9(9) BINARY VALUE 0
                               OCCURS 4 TIMES.
             10 GLL-AMOUNT     PIC S9(13)V99 COMP-3 VALUE 0
                               OCCURS 4 TIMES.
             10 GLL-CLOSED     PIC S9(9) BINARY VALUE 0.
       01 GL-DEPT-TABLE.
          05 GL-DEPT OCCURS 50 TIMES INDEXED BY GLD-IDX.
             10 GLD-DEPARTMENT PIC X(8).
             10 GLD-COUNT      PIC S9(9) BINARY OCCURS 4 TIMES.
             10 GLD-AMOUNT     PIC S9(13)V99 COMP-3 OCCURS 4 TIMES.
       01 GL-EDIT-COUNT        PIC Z(8)9.
       01 GL-EDIT-COUNT-2      PIC Z(8)9.
       01 GL-EDIT-AMOUNT       PIC -Z(12)9.99.
       01 GL-EDIT-AMOUNT-2     PIC -Z(12)9.99.
       01 GL-EDIT-LIST         PIC Z(3)9.

      * registry attributes kept by slot number for this run -     *
      * names decorate the reconciliation report and reject lines, *
      * the expected type backs a feed edit, the role picks the    *
      * lists the cash application works                           *
       01 REGISTRY-CTL.
          05 REGY-EOF-SW       PIC X(1) VALUE 'N'.
             88 REGY-AT-EOF    VALUE 'Y'.
          05 REGY-LOAD-COUNT   PIC S9(9) BINARY VALUE 0.
          05 REGY-CARD-ERROR-SW PIC X(1) VALUE 'N'.
             88 REGY-CARD-ERROR VALUE 'Y'.
          05 REGY-SLOT OCCURS 50 TIMES.
             10 REGY-NAME          PIC X(20) VALUE SPACES.
             10 REGY-DEPARTMENT    PIC X(8) VALUE SPACES.
             10 REGY-EXPECTED-TYPE PIC X(1) VALUE SPACE.
             10 REGY-ROLE          PIC X(1) VALUE SPACE.
       01 REGY-EDIT-LIST-ID    PIC S9(4) BINARY VALUE 0.

      * the shared edits' referential lookups - the customer master *
      * read, and the walk of the order lists for a shipment's      *
      * order                                                       *
       01 LOOKUP-CTL.
          05 CUST-MASTER-STATUS PIC X(2).
          05 LOOKUP-LIST-ID    PIC S9(4) BINARY.

      * runtime tuning card state - values in effect are echoed to *
      * the run log at startup so a rerun can be reproduced        *
       01 TUNE-CTL.
          05 OPR-POLL-INTERVAL PIC S9(9) BINARY VALUE 50.
          05 LOCK-OVERRIDE-SW  PIC X(1) VALUE 'N'.
             88 LOCK-OVERRIDE  VALUE 'Y'.
      * CARRY-FORWARD=Y reloads the last DLLDIRW snapshot on a cold  *
      * start, so entries still queued at the end of one business   *
      * day are still queued (and still aging) the next             *
          05 CARRY-FORWARD-SW  PIC X(1) VALUE 'N'.
             88 CARRY-FORWARD  VALUE 'Y'.
      * FEED-GAP=STOP refuses a feed dated past a business day whose *
      * feed never arrived; WARN (the default) reports it and runs  *
          05 FEED-GAP-SW       PIC X(1) VALUE 'W'.
             88 FEED-GAP-STOP  VALUE 'S'.
             88 FEED-GAP-WARN  VALUE 'W'.
      * VALIDATE-ONLY=Y is a dry run against the latest snapshot -   *
      * the feed is balanced, edited and applied in storage in full  *
      * and the rejects and reconciliation reported, but nothing a   *
      * real run reads or writes is changed, and the condition code  *
      * says how the real run is expected to end                     *
          05 VALIDATE-ONLY-SW  PIC X(1) VALUE 'N'.
             88 VALIDATE-ONLY  VALUE 'Y'.
          05 VALD-LOCK-SW      PIC X(1) VALUE 'N'.
             88 VALD-LOCK-HELD VALUE 'Y'.

      * routing rules in effect for this run, in card order - every *
      * rule whose trigger list and type match an arriving record   *
      * is applied, so one arrival can drive more than one move.    *
      * The table is compiled at 50 rules; a 51st card is an error  *
       01 ROUTE-CTL.
          05 ROUTE-EOF-SW        PIC X(1) VALUE 'N'.
             88 ROUTE-AT-EOF     VALUE 'Y'.
          05 ROUTE-ERROR-SW      PIC X(1) VALUE 'N'.
             88 ROUTE-CARD-ERROR VALUE 'Y'.
          05 ROUTE-RULE-COUNT    PIC S9(4) BINARY VALUE 0.
          05 ROUTE-RULE OCCURS 50 TIMES INDEXED BY ROUTE-IDX.
             10 RTE-TRIGGER-TYPE PIC X(1).
             10 RTE-TRIGGER-LIST PIC S9(4) BINARY.
             10 RTE-KEY-FIELD    PIC X(1).
             10 RTE-RELATED-TYPE PIC X(1).
             10 RTE-SOURCE-LIST  PIC S9(4) BINARY.
             10 RTE-TARGET-LIST  PIC S9(4) BINARY.
          05 ROUTE-REQUEST       PIC X(1).
          05 ROUTE-TRIGGER-LIST-ID PIC S9(4) BINARY.
          05 ROUTE-CHECK-TYPE    PIC X(1).
          05 ROUTE-KEY-OK-SW     PIC X(1) VALUE 'N'.
             88 ROUTE-KEY-OK     VALUE 'Y'.
          05 ROUTE-KEY-VALUE     PIC 9(9).
          05 ROUTE-FOUND-POSITION PIC S9(9) BINARY.
          05 ROUTE-DATA-LTH      PIC S9(9) BINARY.
          05 ROUTE-SAVE-ORIGIN   PIC X(1).
          05 ROUTE-MOVED-COUNT   PIC S9(9) BINARY VALUE 0.
          05 ROUTE-FAILED-COUNT  PIC S9(9) BINARY VALUE 0.
          05 ROUTE-NO-MATCH-COUNT PIC S9(9) BINARY VALUE 0.
       01 ROUTE-BUFFER         PIC X(500).

      * operator command polling state - REJECT-COUNT feeds the    *
      * STATUS reply and is bumped by every reject line written    *
          05 CORR-TRUNC-SW      PIC X(1) VALUE 'N'.
             88 CORR-TRUNC-PENDING VALUE 'Y'.

      * pending warehouse state - PEND-BUSINESS-DATE is the feed's  *
      * own FH-FEED-DATE (the run date when the header carries      *
      * none), the day every effective date is measured against.   *
      * PEND-RELEASING is up while DLLPEND is being applied, which  *
      * holds off the checkpoint the same way the corrections are   *
      * kept clear of it - see DLL-CHECKPOINT-FIRE-IF-DUE           *
       01 PEND-CTL.
          05 PEND-EOF-SW         PIC X(1) VALUE 'N'.
             88 PEND-AT-EOF      VALUE 'Y'.
          05 PEND-RELEASE-SW     PIC X(1) VALUE 'N'.
             88 PEND-RELEASING   VALUE 'Y'.
          05 PEND-HOLD-SW        PIC X(1) VALUE 'N'.
             88 PEND-HOLD        VALUE 'Y'.
          05 PEND-CURSOR-SW      PIC X(1) VALUE 'N'.
             88 PEND-CURSOR-DONE VALUE 'Y'.
          05 PEND-BUSINESS-DATE  PIC 9(8) VALUE 0.
          05 PEND-HOLD-DATE      PIC 9(8) VALUE 0.
          05 PEND-ORDINAL        PIC S9(9) BINARY VALUE 0.
          05 PEND-REL-GROUP-ID   PIC S9(9) BINARY VALUE 0.
          05 PEND-RELEASED-COUNT PIC S9(9) BINARY VALUE 0.
          05 PEND-EARLIER-COUNT  PIC S9(9) BINARY VALUE 0.
          05 PEND-CARRIED-COUNT  PIC S9(9) BINARY VALUE 0.
          05 PEND-HELD-COUNT     PIC S9(9) BINARY VALUE 0.
          05 PEND-WORK-COUNT     PIC S9(9) BINARY VALUE 0.
          05 PEND-REJECT-MARK    PIC S9(9) BINARY VALUE 0.
          05 PEND-RPT-ACTION     PIC X(10).
          05 PEND-RPT-RESULT     PIC X(32).
       01 PEND-EDIT-COUNT      PIC Z(8)9.

      * future-dated groups, found by the balancing pass before     *
      * anything is applied so a group is judged on every member it *
      * has, not just the ones ahead of the date. Each is kept as   *
      * the range of feed record numbers it spans (the same count   *
      * TRANS-COUNT and the restart skip run on) with the latest    *
      * effective date among its members, the date the whole group  *
      * is warehoused under. The table is compiled at 1000 groups;  *
      * a group past that is judged member by member, the same      *
      * fallback a group too big for the group buffer gets          *
       01 PEND-SCAN-CTL.
          05 PEND-SCAN-ORDINAL   PIC S9(9) BINARY VALUE 0.
          05 PEND-SCAN-GROUP-ID  PIC S9(9) BINARY VALUE 0.
          05 PEND-SCAN-FIRST     PIC S9(9) BINARY VALUE 0.
          05 PEND-SCAN-LAST      PIC S9(9) BINARY VALUE 0.
          05 PEND-SCAN-MAX-DATE  PIC 9(8) VALUE 0.
          05 PEND-GROUP-COUNT    PIC S9(4) BINARY VALUE 0.
          05 PEND-GROUP-CURSOR   PIC S9(4) BINARY VALUE 1.
          05 PEND-GROUP-NO-ROOM  PIC S9(9) BINARY VALUE 0.
          05 PEND-HELD-GROUP OCCURS 1000 TIMES.
             10 PHG-FIRST-REC    PIC S9(9) BINARY.
             10 PHG-LAST-REC     PIC S9(9) BINARY.
             10 PHG-EFF-DATE     PIC 9(8).

      * restart/checkpoint controls - CKPT-RESTART-OK-SW drops to    *
      * 'N' when a restart's directory reload fails, and the run is  *
      * refused: skipping transactions whose effects exist only in   *
          05 RECON-TALLY-SUCCESS-SW PIC X(1).
             88 RECON-TALLY-SUCCESS VALUE 'Y'.
             88 RECON-TALLY-DUP     VALUE 'D'.
      * the source the feed-apply paragraphs tally under - space   *
      * for the nightly feed, 'P' while DLLPEND is being released  *
          05 RECON-APPLY-SOURCE    PIC X(1) VALUE SPACE.

      * a contiguous run of TRANS-RECs sharing the same non-zero       *
      * TRANS-GROUP-ID is buffered here and applied as a unit by       *
                88 GRP-HAS-PRE        VALUE 'Y'.
             10 GRP-PRE-DATA          PIC X(500).
             10 GRP-PRE-DATA-LTH      PIC S9(9) BINARY VALUE 0.
      * the deleted entry's original enqueue stamp - a rollback puts  *
      * it back with its age intact instead of as a brand-new entry   *
             10 GRP-PRE-ENQ-DATE      PIC 9(8) VALUE 0.
             10 GRP-PRE-ENQ-TIME      PIC 9(8) VALUE 0.
             10 GRP-RC                PIC S9(9) BINARY VALUE 0.
             10 GRP-MSG               PIC X(32).
      * scratch target for a throwaway GET-FRONT issued only to learn  *
      * edits this batch run does                                    *
       COPY DLLEDIT.

      * shared list registry edit - the paragraph is COPY DLLREGEP   *
      * in the procedure division, so a registry entry is held to    *
      * the same rules here as in DLLREGM's online maintenance       *
       COPY DLLREGE.

      * header/trailer control-record bodies, shared with the        *
      * upstream extract                                             *
       COPY DLLHDRT.

       COPY DLLDATE.

      * DLLPARM IS USED TO CALL DLLSUBX
       COPY DLLPARM.

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM DLL-LOAD-ROUTING.
           IF ROUTE-CARD-ERROR
              DISPLAY 'DLLMAIN ENDING - INVALID ROUTING RULE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM DLL-LOAD-GL-MAP.
           IF GL-MAP-CARD-ERROR
              DISPLAY 'DLLMAIN ENDING - INVALID GL MAPPING CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF VALIDATE-ONLY
              PERFORM DLL-VALIDATE-CHECK-LOCK
           ELSE
              PERFORM DLL-CLAIM-RUN-LOCK
           END-IF.
           IF LOCK-REFUSED
              MOVE 24 TO RETURN-CODE
              STOP RUN
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
      * a feed already applied, or one dated past a business day   *
      * that never had its feed, is refused before anything moves   *
           PERFORM DLL-FEED-SEQUENCE-CHECK.
           IF FSEQ-DUPLICATE OR FSEQ-GAP-STOPPED
              CLOSE TRANS-FILE
              PERFORM DLL-RELEASE-RUN-LOCK
              IF FSEQ-DUPLICATE
                 DISPLAY 'DLLMAIN ENDING - DUPLICATE DLLTRANS FEED'
                 MOVE 28 TO RETURN-CODE
              ELSE
                 DISPLAY 'DLLMAIN ENDING - DLLTRANS FEED SEQUENCE GAP'
                 MOVE 32 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF.
           IF VALIDATE-ONLY
              PERFORM DLL-VALIDATE-LOAD-SNAPSHOT
           ELSE
              PERFORM DLL-CHECKPOINT-RESTART-INIT
           END-IF.
           IF CKPT-RESTART-FAILED
              CLOSE TRANS-FILE
              DISPLAY 'DLLMAIN ENDING - RESTART REFUSED'
              STOP RUN
           END-IF.
           PERFORM DLL-LOAD-REGISTRY.
           IF REGY-CARD-ERROR
              CLOSE TRANS-FILE
              DISPLAY 'DLLMAIN ENDING - INVALID REGISTRY CARD'
              PERFORM DLL-RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUST-MASTER-FILE.
           IF CUST-MASTER-STATUS NOT = '00'
              CLOSE TRANS-FILE
              DISPLAY 'DLLMAIN ENDING - CUSTOMER MASTER NOT AVAILABLE, '
                 'OPEN STATUS ' CUST-MASTER-STATUS
              PERFORM DLL-RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      * the billed-orders history guards the end-of-run extract - a  *
      * run that could not consult it must not get that far. A       *
      * validate-only run never bills, so only ever reads it         *
           IF VALIDATE-ONLY
              OPEN INPUT BILL-HIST-FILE
           ELSE
              OPEN I-O BILL-HIST-FILE
           END-IF.
           IF BHIST-STATUS NOT = '00'
              CLOSE TRANS-FILE
              CLOSE CUST-MASTER-FILE
              DISPLAY 'DLLMAIN ENDING - BILLED-ORDERS HISTORY NOT '
                 'AVAILABLE, OPEN STATUS ' BHIST-STATUS
              PERFORM DLL-RELEASE-RUN-LOCK
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      * operator corrections go on ahead of the nightly feed - but  *
      * never on a restart run: the checkpoint the restart stands   *
      * on already carries their effects, and its write truncated   *
           IF CKPT-APPLIED-COUNT = 0
              PERFORM DLL-APPLY-CORRECTIONS
           END-IF.
      * then whatever in the pending warehouse has come due - and   *
      * only then is a restart positioned past the transactions its *
      * checkpoint covers, so the rebuilt warehouse keeps the order *
      * a straight-through run would have given it                  *
           PERFORM DLL-PEND-RELEASE.
           IF CKPT-APPLIED-COUNT > 0
              PERFORM DLL-CHECKPOINT-REPOSITION
           END-IF.
           IF NOT TRANS-AT-EOF
              READ TRANS-FILE
                 AT END SET TRANS-AT-EOF TO TRUE
      * positioning picks it up again                               *
           PERFORM UNTIL TRANS-AT-EOF
                 OR (OPR-STOP-REQUESTED AND GROUP-BUFFER-COUNT = 0)
      * operator commands are meant for the real run - a validate-  *
      * only run neither honors nor clears them                      *
              ADD 1 TO OPR-SINCE-POLL
              IF OPR-SINCE-POLL >= OPR-POLL-INTERVAL
                    AND NOT VALIDATE-ONLY
                 PERFORM DLL-OPR-COMMAND-POLL
                 MOVE 0 TO OPR-SINCE-POLL
              END-IF
                    READ TRANS-FILE
                       AT END SET TRANS-AT-EOF TO TRUE
                    END-READ
      * a future-dated transaction, or any member of a group the    *
      * balancing pass found future-dated, goes to the warehouse in *
      * place of being applied                                      *
                 WHEN TRANS-GROUP-ID = 0
                    PERFORM DLL-PEND-SCREEN-TRANS
                    IF PEND-HOLD
                       PERFORM DLL-PEND-HOLD-FEED-TRANS
                    ELSE
                       PERFORM DLL-APPLY-TRANS
                       ADD 1 TO TRANS-COUNT
                       PERFORM DLL-CHECKPOINT-IF-DUE
                    END-IF
                    READ TRANS-FILE
                       AT END SET TRANS-AT-EOF TO TRUE
                    END-READ
                 WHEN OTHER
                    PERFORM DLL-PEND-SCREEN-TRANS
                    IF PEND-HOLD
                       PERFORM DLL-PEND-HOLD-FEED-TRANS
                    ELSE
                       PERFORM DLL-BUFFER-GROUP-MEMBER
                       ADD 1 TO TRANS-COUNT
                    END-IF
                    READ TRANS-FILE
                       AT END SET TRANS-AT-EOF TO TRUE
                    END-READ
                    IF TRANS-AT-EOF
                          OR TRANS-GROUP-ID NOT = GROUP-CURRENT-ID
                       PERFORM DLL-APPLY-GROUP
              PERFORM DLL-APPLY-GROUP
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE CUST-MASTER-FILE.
           PERFORM DLL-PEND-TOTALS.
      * a validate-only run stops here - it walks the billing       *
      * extract read-only to see what the real run would hold as    *
      * already billed, but billing, cash application and every    *
      * history belong to the real run alone                        *
           IF VALIDATE-ONLY
              PERFORM DLL-VALIDATE-BILLING
              PERFORM DLL-VALIDATE-VERDICT
              STOP RUN
           END-IF.
      * a controlled stop finishes the transaction or group in      *
      * flight (just done above), checkpoints, reports and releases *
      * the lock, then ends with its own condition code so the      *
           IF OPR-STOP-REQUESTED
              DISPLAY 'DLLMAIN QUIESCED BY OPERATOR STOP AFTER '
                 TRANS-COUNT ' TRANSACTIONS'
              CLOSE BILL-HIST-FILE
              PERFORM DLL-CHECKPOINT-WRITE
              PERFORM RECON-REPORT-WRITE
              PERFORM DLL-RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      * drain the designated billing lists and settle the day's     *
      * payments before the final checkpoint, so the snapshot a     *
      * restart reloads already reflects what was handed to billing *
      * and what was taken off the open-item lists                  *
           PERFORM DLL-BILLING-EXTRACT.
           PERFORM DLL-CASH-APPLICATION.
           PERFORM DLL-CHECKPOINT-WRITE.
           PERFORM DLL-RUN-AGING-REPORT.
           DISPLAY 'TRANSACTIONS APPLIED: ' TRANS-COUNT.
           DISPLAY 'DLL-NODE-COUNT: ' DLL-NODE-COUNT.
           IF ROUTE-RULE-COUNT > 0
              DISPLAY 'ROUTED MOVES: ' ROUTE-MOVED-COUNT
                 ' FAILED: ' ROUTE-FAILED-COUNT
                 ' NO RELATED ENTRY: ' ROUTE-NO-MATCH-COUNT
           END-IF.
           PERFORM DLL-WRITE-LIST-STATS.
           PERFORM DLL-WRITE-FEED-HISTORY.
           PERFORM DLL-WRITE-GL-JOURNAL.
           PERFORM RECON-REPORT-WRITE.
           PERFORM DLL-RELEASE-RUN-LOCK.
      * orders held as already billed are a warning for the billing *
      * clerks to work from DLLBDUP - rejects still outrank them     *
           EVALUATE TRUE
              WHEN DLL-ANY-FAILURE
                 DISPLAY 'DLLMAIN COMPLETED WITH REJECTED TRANSACTIONS'
                 MOVE 12 TO RETURN-CODE
              WHEN BHIST-HELD-COUNT > 0
                 DISPLAY 'DLLMAIN COMPLETED WITH ORDERS HELD AS '
                    'ALREADY BILLED - SEE DLLBDUP'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
      *
           STOP RUN.

      * is refused with its own condition code; in balance the file  *
      * is reopened for the normal apply pass                        *
       DLL-BALANCE-TRANS-FILE.
           ACCEPT PEND-BUSINESS-DATE FROM DATE YYYYMMDD
           READ TRANS-FILE
              AT END SET TRANS-AT-EOF TO TRUE
           END-READ
      * leave a partial tally and the verdict would falsely read    *
      * out of balance; the apply loop honors STOP at the first     *
      * transaction boundary instead                                *
      * the same pass finds the future-dated groups - a warehoused *
      * record is still a feed record and is tallied like any      *
      * other, so setting it aside never unbalances the feed        *
           PERFORM UNTIL TRANS-AT-EOF
              ADD 1 TO PEND-SCAN-ORDINAL
              EVALUATE TRUE
                 WHEN TRANS-CTL-HEADER
                    MOVE 'Y' TO BAL-HDR-SEEN-SW
                    MOVE TRANS-DATA TO DLL-FEED-HDR
                    IF FH-FEED-DATE NUMERIC AND FH-FEED-DATE > 0
                       MOVE FH-FEED-DATE TO PEND-BUSINESS-DATE
                    END-IF
                    PERFORM DLL-PEND-SCAN-CLOSE-GROUP
                 WHEN TRANS-CTL-TRAILER
                    MOVE 'Y' TO BAL-TRL-SEEN-SW
                    MOVE TRANS-DATA TO DLL-FEED-TRL
                    PERFORM DLL-PEND-SCAN-CLOSE-GROUP
                 WHEN OTHER
                    PERFORM DLL-BALANCE-TALLY-REC
                    PERFORM DLL-PEND-SCAN-REC
              END-EVALUATE
              READ TRANS-FILE
                 AT END SET TRANS-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           PERFORM DLL-PEND-SCAN-CLOSE-GROUP
           CLOSE TRANS-FILE
           PERFORM DLL-BALANCE-CHECK
           PERFORM DLL-BALANCE-REPORT
           CLOSE DLL-BALANCE-FILE
           EXIT.

      * the control totals only prove the feed agrees with itself - *
      * the feed history says whether it was already applied (same  *
      * FH-FEED-ID and FH-FEED-DATE) and whether a business day has *
      * gone by without a feed since the last daily one. A restart  *
      * is never a duplicate: a feed goes on the history only when  *
      * its run completes. A feed whose header carries no id cannot *
      * be told from a resend and is let through with a warning     *
       DLL-FEED-SEQUENCE-CHECK.
           MOVE 0 TO FSEQ-FEED-DATE
           MOVE 0 TO FSEQ-FEED-TIME
           IF FH-FEED-DATE NUMERIC
              MOVE FH-FEED-DATE TO FSEQ-FEED-DATE
           END-IF
           IF FH-FEED-TIME NUMERIC
              MOVE FH-FEED-TIME TO FSEQ-FEED-TIME
           END-IF
           MOVE 'N' TO FSEQ-EOF-SW
           OPEN INPUT DLL-FEED-HIST-FILE
           READ DLL-FEED-HIST-FILE
              AT END SET FSEQ-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL FSEQ-AT-EOF
              IF FH-FEED-ID NOT = SPACES
                    AND FHS-FEED-ID = FH-FEED-ID
                    AND FHS-FEED-DATE = FSEQ-FEED-DATE
                 SET FSEQ-DUPLICATE TO TRUE
                 MOVE FHS-APPLY-DATE TO FSEQ-DUP-APPLY-DATE
                 MOVE FHS-APPLY-TIME TO FSEQ-DUP-APPLY-TIME
                 MOVE FHS-JOBNAME    TO FSEQ-DUP-JOBNAME
              END-IF
              IF NOT FHS-RESUBMISSION
                    AND FHS-BUSINESS-DATE > FSEQ-LAST-DATE
                 MOVE FHS-BUSINESS-DATE TO FSEQ-LAST-DATE
              END-IF
              READ DLL-FEED-HIST-FILE
                 AT END SET FSEQ-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-FEED-HIST-FILE
           IF FH-FEED-ID = SPACES
              DISPLAY 'DLLTRANS HEADER CARRIES NO FEED ID - '
                 'DUPLICATE CHECK NOT POSSIBLE'
           END-IF
           IF FSEQ-DUPLICATE
              DISPLAY 'FEED ' FH-FEED-ID ' DATED ' FSEQ-FEED-DATE
                 ' WAS ALREADY APPLIED ON ' FSEQ-DUP-APPLY-DATE ' '
                 FSEQ-DUP-APPLY-TIME ' BY ' FSEQ-DUP-JOBNAME
           ELSE
              IF NOT FH-RESUBMISSION AND FSEQ-LAST-DATE > 0
                    AND PEND-BUSINESS-DATE > FSEQ-LAST-DATE
                 PERFORM DLL-FEED-COUNT-MISSED
              END-IF
              IF FSEQ-DAYS-MISSED > 0
                 DISPLAY 'FEED ' FH-FEED-ID ' FOR BUSINESS DATE '
                    PEND-BUSINESS-DATE ' FOLLOWS ' FSEQ-LAST-DATE
                    ' - BUSINESS DAYS WITH NO FEED: ' FSEQ-DAYS-MISSED
                 IF FEED-GAP-STOP
                    SET FSEQ-GAP-STOPPED TO TRUE
                    DISPLAY 'FEED-GAP=STOP - APPLY THE MISSING FEED, '
                       'OR RESUBMIT WITH FEED-GAP=WARN IF IT WILL '
                       'NEVER COME'
                 END-IF
              END-IF
           END-IF
           EXIT.

      * the weekdays strictly between the last daily feed's business *
      * date and this one's - a weekend between Friday's feed and    *
      * Monday's is not a gap                                        *
       DLL-FEED-COUNT-MISSED.
           MOVE FSEQ-LAST-DATE TO DAYS-CCYYMMDD
           PERFORM DLL-DATE-TO-DAYNUM
           MOVE DAYS-NUMBER TO FSEQ-FROM-NUM
           MOVE PEND-BUSINESS-DATE TO DAYS-CCYYMMDD
           PERFORM DLL-DATE-TO-DAYNUM
           MOVE DAYS-NUMBER TO FSEQ-TO-NUM
           COMPUTE FSEQ-DAYNUM = FSEQ-FROM-NUM + 1
           PERFORM UNTIL FSEQ-DAYNUM NOT < FSEQ-TO-NUM
              MOVE FSEQ-DAYNUM TO DAYS-NUMBER
              PERFORM DLL-DAYNUM-WEEKDAY
              IF NOT DAYS-WEEKEND AND FSEQ-DAYS-MISSED < 999
                 ADD 1 TO FSEQ-DAYS-MISSED
              END-IF
              ADD 1 TO FSEQ-DAYNUM
           END-PERFORM
           EXIT.

      * read the checkpoint dataset left by the last run (empty on a  *
      * cold start) and skip that many TRANS-FILE records so a       *
      * restart run does not re-apply what already went through.     *
              ELSE
                 DISPLAY 'RESTARTING PAST ' CKPT-APPLIED-COUNT
                    ' PREVIOUSLY APPLIED TRANSACTIONS'
              END-IF
           ELSE
              IF CARRY-FORWARD
                 PERFORM DLL-CARRY-FORWARD-LOAD
              END-IF
           END-IF
           EXIT.

      * skip the feed past the transactions the checkpoint already  *
      * covers. A skipped transaction the abended run had set aside *
      * is screened again and goes back into the rebuilt DLLPNEW -  *
      * the output that run wrote did not survive it                *
       DLL-CHECKPOINT-REPOSITION.
           MOVE 1 TO CKPT-SKIP-CTR
           PERFORM UNTIL CKPT-SKIP-CTR > CKPT-APPLIED-COUNT
                 OR TRANS-AT-EOF
              READ TRANS-FILE
                 AT END SET TRANS-AT-EOF TO TRUE
              END-READ
              IF NOT TRANS-AT-EOF
                 PERFORM DLL-PEND-SCREEN-TRANS
                 IF PEND-HOLD
                    PERFORM DLL-PEND-WAREHOUSE-TRANS
                 END-IF
              END-IF
              ADD 1 TO CKPT-SKIP-CTR
              ADD 1 TO TRANS-COUNT
           END-PERFORM
           EXIT.

      * a cold start under CARRY-FORWARD=Y - the entries still queued *
      * when the last run ended are reloaded from its DLLDIRW        *
      * snapshot, enqueue stamps included, so yesterday's unfinished *
      * work is still on its lists and keeps its age. A snapshot     *
      * that will not reload refuses the run the same way a failed   *
      * restart does: starting empty would silently drop that work   *
       DLL-CARRY-FORWARD-LOAD.
           SET DIR-LOAD TO TRUE
           MOVE 1 TO PARM-LIST-ID
           CALL 'DLLSUBX' USING DLL-CONTROL
           IF NOT SUCCESSFUL
              DISPLAY 'CARRY-FORWARD REFUSED - DIRECTORY RELOAD FAILED '
                 'RC=' DLLSUBX-RC ' ' DLLSUBX-MSG
              MOVE 'N' TO CKPT-RESTART-OK-SW
           ELSE
              DISPLAY 'QUEUED ENTRIES CARRIED FORWARD FROM THE LAST '
                 'DIRECTORY SNAPSHOT'
           END-IF
           EXIT.

      * a validate-only run starts from the latest DLLDIRW snapshot   *
      * whatever the checkpoint count says - it is run ahead of the  *
      * batch window, when the count on file is the last run's, and  *
      * it validates the whole of tonight's feed from the top. Its   *
      * prediction is exact for a run that starts from the same      *
      * snapshot, which is every run under CARRY-FORWARD=Y            *
       DLL-VALIDATE-LOAD-SNAPSHOT.
           MOVE 0 TO CKPT-APPLIED-COUNT
           SET DIR-LOAD TO TRUE
           MOVE 1 TO PARM-LIST-ID
           CALL 'DLLSUBX' USING DLL-CONTROL
           IF NOT SUCCESSFUL
              DISPLAY 'VALIDATE-ONLY REFUSED - DIRECTORY RELOAD FAILED '
                 'RC=' DLLSUBX-RC ' ' DLLSUBX-MSG
              MOVE 'N' TO CKPT-RESTART-OK-SW
           ELSE
              DISPLAY 'VALIDATE-ONLY RUN AGAINST THE LATEST DIRECTORY '
                 'SNAPSHOT - NOTHING WILL BE WRITTEN'
              IF NOT CARRY-FORWARD
                 DISPLAY 'NOTE - CARRY-FORWARD=N: A REAL COLD START '
                    'BEGINS WITH EMPTY LISTS'
              END-IF
           END-IF
           EXIT.

      * end of a validate-only run - the reconciliation report as   *
      * usual, then the condition code the real run is expected to  *
      * end with: 24 if a run lock on file would refuse it, 12 if   *
      * it would reject transactions, 4 if its billing extract      *
      * would hold orders as already billed, 0 if it should run     *
      * clean                                                       *
       DLL-VALIDATE-VERDICT.
           PERFORM RECON-REPORT-WRITE
           DISPLAY 'TRANSACTIONS VALIDATED: ' TRANS-COUNT
           DISPLAY 'TRANSACTIONS THAT WOULD REJECT: ' REJECT-COUNT
           IF ROUTE-RULE-COUNT > 0
              DISPLAY 'ROUTED MOVES: ' ROUTE-MOVED-COUNT
                 ' FAILED: ' ROUTE-FAILED-COUNT
                 ' NO RELATED ENTRY: ' ROUTE-NO-MATCH-COUNT
           END-IF
           EVALUATE TRUE
              WHEN VALD-LOCK-HELD
                 DISPLAY 'VALIDATE-ONLY VERDICT - REAL RUN WOULD BE '
                    'REFUSED BY THE RUN LOCK'
                 MOVE 24 TO RETURN-CODE
              WHEN DLL-ANY-FAILURE
                 DISPLAY 'VALIDATE-ONLY VERDICT - REAL RUN EXPECTED '
                    'TO COMPLETE WITH REJECTED TRANSACTIONS'
                 MOVE 12 TO RETURN-CODE
              WHEN BHIST-HELD-COUNT > 0
                 DISPLAY 'VALIDATE-ONLY VERDICT - REAL RUN EXPECTED '
                    'TO HOLD ORDERS AS ALREADY BILLED - SEE DLLBDUP'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'VALIDATE-ONLY VERDICT - REAL RUN EXPECTED '
                    'CLEAN'
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           EXIT.

      * every CKPT-INTERVAL transactions actually committed to DLLSUBX *
           PERFORM DLL-CHECKPOINT-FIRE-IF-DUE
           EXIT.

      * never while the pending warehouse is being released - the   *
      * count a checkpoint records covers feed transactions only,   *
      * so the releases must all be behind the first one taken -    *
      * and never at all in a validate-only run                     *
       DLL-CHECKPOINT-FIRE-IF-DUE.
           IF CKPT-SINCE-LAST >= CKPT-INTERVAL
                 AND NOT PEND-RELEASING
                 AND NOT VALIDATE-ONLY
              PERFORM DLL-CHECKPOINT-WRITE
              MOVE 0 TO CKPT-SINCE-LAST
           END-IF
           END-IF
           EXIT.

      * age every queued entry against its list's registry SLA -   *
      * the buckets and the entries past SLA go to DLLAGE, the count *
      * past SLA to the run log for the supervisors                  *
       DLL-RUN-AGING-REPORT.
           SET AGING-REPORT TO TRUE
           MOVE 1 TO PARM-LIST-ID
           CALL 'DLLSUBX' USING DLL-CONTROL
           DISPLAY 'ENTRIES PAST SLA: ' PARM-SLA-BREACH-COUNT
           EXIT.

      * the completed feed goes on the feed history, so a resend of *
      * it is refused from here on                                  *
       DLL-WRITE-FEED-HISTORY.
           MOVE 0 TO FSEQ-RECORD-COUNT
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                 UNTIL BAL-IDX > BAL-TYPE-COUNT
              ADD BAL-FILE-COUNT(BAL-IDX) TO FSEQ-RECORD-COUNT
           END-PERFORM
           OPEN EXTEND DLL-FEED-HIST-FILE
           MOVE SPACES TO DLL-FEED-HIST-REC
           MOVE FH-FEED-ID         TO FHS-FEED-ID
           MOVE FSEQ-FEED-DATE     TO FHS-FEED-DATE
           MOVE FSEQ-FEED-TIME     TO FHS-FEED-TIME
           MOVE FH-FEED-KIND       TO FHS-FEED-KIND
           MOVE PEND-BUSINESS-DATE TO FHS-BUSINESS-DATE
           ACCEPT FHS-APPLY-DATE FROM DATE YYYYMMDD
           ACCEPT FSEQ-APPLY-TIME FROM TIME
           MOVE FSEQ-APPLY-TIME(1:6) TO FHS-APPLY-TIME
           MOVE TUNE-JOBNAME       TO FHS-JOBNAME
           MOVE FSEQ-RECORD-COUNT  TO FHS-RECORD-COUNT
           MOVE BAL-ORDER-HASH     TO FHS-ORDER-HASH
           MOVE REJECT-COUNT       TO FHS-REJECT-COUNT
           MOVE FSEQ-DAYS-MISSED   TO FHS-DAYS-MISSED
           WRITE DLL-FEED-HIST-REC
           CLOSE DLL-FEED-HIST-FILE
           DISPLAY 'FEED HISTORY RECORDED: ' FH-FEED-ID ' '
              FSEQ-FEED-DATE
           EXIT.

      * append the day's statistics for every active list - one    *
      * that is registered, still holds entries, or saw any         *
      * activity this run - to the DLLSTHS history                  *
       DLL-WRITE-LIST-STATS.
           ACCEPT STAT-RUN-TIME FROM TIME
           OPEN EXTEND DLL-STAT-FILE
           PERFORM VARYING STAT-LIST-ID FROM 1 BY 1
                 UNTIL STAT-LIST-ID > 50
              PERFORM DLL-STAT-ONE-LIST
           END-PERFORM
           CLOSE DLL-STAT-FILE
           DISPLAY 'LIST STATISTICS RECORDS WRITTEN: '
              STAT-WRITTEN-COUNT
           EXIT.

      * the GET-FRONT comes back FAILED on an empty list, but the   *
      * list's count, high-water mark, bytes and ceilings are       *
      * loaded into DLLSUBX-CTL either way                          *
       DLL-STAT-ONE-LIST.
           SET GET-FRONT TO TRUE
           MOVE STAT-LIST-ID TO PARM-LIST-ID
           MOVE LENGTH OF STAT-BUFFER TO PARM-DATA-LTH
           SET PARM-DATA-PTR TO ADDRESS OF STAT-BUFFER
           CALL 'DLLSUBX' USING DLL-CONTROL
           MOVE 0 TO STAT-INSERTS
           MOVE 0 TO STAT-DELETES
           MOVE 0 TO STAT-REJECTS
           PERFORM VARYING RECON-IDX FROM 1 BY 1
                 UNTIL RECON-IDX > RECON-ENTRY-COUNT
              IF RECON-LIST-ID(RECON-IDX) = STAT-LIST-ID
                 PERFORM DLL-STAT-ADD-RECON
              END-IF
           END-PERFORM
           ADD STAT-BILLED(STAT-LIST-ID) TO STAT-DELETES
           IF REGY-NAME(STAT-LIST-ID) NOT = SPACES
                 OR DLL-NODE-COUNT > 0
                 OR STAT-INSERTS > 0 OR STAT-DELETES > 0
                 OR STAT-REJECTS > 0
              MOVE SPACES TO DLL-STAT-REC
              MOVE PEND-BUSINESS-DATE TO STA-RUN-DATE
              MOVE STAT-RUN-TIME(1:6) TO STA-RUN-TIME
              MOVE STAT-LIST-ID       TO STA-LIST-ID
              MOVE REGY-NAME(STAT-LIST-ID) TO STA-LIST-NAME
              MOVE REGY-DEPARTMENT(STAT-LIST-ID) TO STA-DEPARTMENT
              MOVE DLL-NODE-COUNT     TO STA-NODE-COUNT
              MOVE DLL-HWM-COUNT      TO STA-HWM-COUNT
              MOVE DLL-TOTAL-BYTES    TO STA-TOTAL-BYTES
              MOVE DLL-MAX-NODES      TO STA-MAX-NODES
              MOVE DLL-MAX-BYTES      TO STA-MAX-BYTES
              MOVE STAT-INSERTS       TO STA-INSERTS
              MOVE STAT-DELETES       TO STA-DELETES
              MOVE STAT-REJECTS       TO STA-REJECTS
              WRITE DLL-STAT-REC
              ADD 1 TO STAT-WRITTEN-COUNT
           END-IF
           EXIT.

      * a successful insert or delete call counts toward the list's *
      * volume whatever its source; refused calls and unique-mode   *
      * duplicates count as rejects                                 *
       DLL-STAT-ADD-RECON.
           EVALUATE RECON-REQUEST(RECON-IDX)
              WHEN 'A' WHEN 'B' WHEN 'C' WHEN 'D' WHEN '9'
                 ADD RECON-SUCCESS-COUNT(RECON-IDX) TO STAT-INSERTS
              WHEN '1' WHEN '2' WHEN '3' WHEN '4' WHEN 'U'
                 ADD RECON-SUCCESS-COUNT(RECON-IDX) TO STAT-DELETES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD RECON-FAIL-COUNT(RECON-IDX) TO STAT-REJECTS
           ADD RECON-DUP-COUNT(RECON-IDX) TO STAT-REJECTS
           EXIT.

      * apply one transaction record to DLLSUBX - a tagged record    *
      * that fails the field edit is never passed through, it takes  *
      * the same reject and tally path a FAILED call would, with the *
           END-IF
           MOVE TRANS-LIST-ID TO RECON-TALLY-LIST-ID
           MOVE TRANS-REQUEST TO RECON-TALLY-REQUEST
           MOVE RECON-APPLY-SOURCE TO RECON-TALLY-SOURCE
           EVALUATE TRUE
              WHEN SUCCESSFUL
                 MOVE 'Y' TO RECON-TALLY-SUCCESS-SW
                 MOVE 'N' TO RECON-TALLY-SUCCESS-SW
           END-EVALUATE
           PERFORM RECON-TALLY.
           IF SUCCESSFUL
              MOVE TRANS-REQUEST TO GL-TALLY-REQUEST
              MOVE TRANS-LIST-ID TO GL-TALLY-LIST-ID
              SET ADDRESS OF DLL-TYPED-REC TO ADDRESS OF TRANS-DATA
              PERFORM DLL-GL-TALLY-ARRIVAL
              MOVE TRANS-REQUEST TO ROUTE-REQUEST
              MOVE TRANS-LIST-ID TO ROUTE-TRIGGER-LIST-ID
              PERFORM DLL-ROUTE-ARRIVAL
           END-IF.
           EXIT.

      * append this failed TRANS-REC, with DLLSUBX's RC/MSG, to the   *
           MOVE DLLSUBX-RC     TO REJ-RC
           MOVE DLLSUBX-MSG    TO REJ-MSG
           PERFORM DLL-REJECT-NAME-LOOKUP
           PERFORM DLL-REJECT-STAMP
           ADD 1 TO REJECT-COUNT
           WRITE DLL-REJECT-REC
           CLOSE DLL-REJECT-FILE
      * tagged order record off each list-id named on DLLXCTL into  *
      * DLLBILL, removing the extracted entries so the queues and   *
      * the downstream system stay in step. Non-order entries on    *
      * the same list are left exactly where they are. The calls    *
      * are tagged ORIGIN-BILLING so the audit trail shows what was *
      * billed. Every order is first looked up on the billed-orders *
      * history: one already billed is held where it stands and     *
      * listed on DLLBDUP, and everything billed is recorded there   *
      * before its DLLBILL detail is written                         *
       DLL-BILLING-EXTRACT.
           OPEN INPUT XTRACT-CTL-FILE
           OPEN OUTPUT DLL-BILL-FILE
           PERFORM DLL-BDUP-HEADINGS
           ACCEPT BHIST-TODAY FROM DATE YYYYMMDD
           SET ORIGIN-BILLING TO TRUE
           READ XTRACT-CTL-FILE
              AT END SET XTR-CTL-AT-EOF TO TRUE
           END-READ
              END-READ
           END-PERFORM
           CLOSE XTRACT-CTL-FILE
           MOVE SPACE TO PARM-ORIGIN
           MOVE SPACES TO DLL-BILL-TRL
           MOVE 'T' TO BIT-REC-TYPE
           MOVE XTR-TOTAL-COUNT  TO BIT-RECORD-COUNT
           MOVE XTR-TOTAL-AMOUNT TO BIT-AMOUNT-HASH
           WRITE DLL-BILL-TRL
           CLOSE DLL-BILL-FILE
           CLOSE BILL-HIST-FILE
           PERFORM DLL-BDUP-TOTALS
           CLOSE DLL-BDUP-FILE
           MOVE XTR-TOTAL-AMOUNT TO XTR-EDIT-AMOUNT
           DISPLAY 'BILLING EXTRACT TOTAL COUNT ' XTR-TOTAL-COUNT
              ' AMOUNT ' XTR-EDIT-AMOUNT
           MOVE BHIST-HELD-AMOUNT TO XTR-EDIT-AMOUNT
           DISPLAY 'BILLING EXTRACT HELD AS ALREADY BILLED '
              BHIST-HELD-COUNT ' AMOUNT ' XTR-EDIT-AMOUNT
           EXIT.

      * walk one list by position - an order record is written to    *
      * the interface and deleted in place (the next entry slides    *
      * into this position, so the position only advances past       *
      * entries that stay); anything else, and an order held as     *
      * already billed, is stepped over. A FAILED GET-BY-POS means   *
      * the position has run off the end of the list and the walk    *
      * is done                                                      *
       DLL-EXTRACT-ONE-LIST.
           MOVE 'N' TO XTR-DONE-SW
           MOVE 1 TO XTR-POSITION
           MOVE 0 TO XTR-LIST-COUNT
           MOVE 0 TO XTR-LIST-AMOUNT
           MOVE 0 TO XTR-LIST-HELD
           PERFORM UNTIL XTR-LIST-DONE
              SET GET-BY-POS TO TRUE
              MOVE XTR-LIST-ID  TO PARM-LIST-ID
                    TO ADDRESS OF XTR-BUFFER
                 IF PARM-DATA-LTH >= LENGTH OF DLL-TYPED-REC
                       AND REC-IS-TAGGED AND REC-TYPE-ORDER
                    PERFORM DLL-EXTRACT-CHECK-HISTORY
                 ELSE
                    MOVE 'N' TO BHIST-HOLD-SW
                 END-IF
                 IF PARM-DATA-LTH >= LENGTH OF DLL-TYPED-REC
                       AND REC-IS-TAGGED AND REC-TYPE-ORDER
                       AND NOT BHIST-HOLD
                    PERFORM DLL-EXTRACT-WRITE-ORDER
                    SET DELETE-POS TO TRUE
                    MOVE XTR-LIST-ID  TO PARM-LIST-ID
                          ' RC=' DLLSUBX-RC
                    END-IF
                 ELSE
                    IF BHIST-HOLD
                       PERFORM DLL-EXTRACT-HOLD-ORDER
                    END-IF
                    ADD 1 TO XTR-POSITION
                 END-IF
              END-IF
           END-PERFORM
           IF XTR-LIST-ID < 51
              ADD XTR-LIST-COUNT TO STAT-BILLED(XTR-LIST-ID)
           END-IF
           MOVE XTR-LIST-AMOUNT TO XTR-EDIT-AMOUNT
           DISPLAY 'BILLING EXTRACT LIST ' XTR-LIST-ID
              ' COUNT ' XTR-LIST-COUNT ' AMOUNT ' XTR-EDIT-AMOUNT
              ' HELD ' XTR-LIST-HELD
           EXIT.

      * look the order up on the billed-orders history and record   *
      * it as billed by this run, unless it must be held: billed by *
      * an earlier run (or already once by this one - the same      *
      * order queued twice), or the history could not be read or    *
      * written, when holding is the only safe course. Billed       *
      * before is still billable when billing rejected it, or when  *
      * it was billed by an earlier attempt at this same feed - a   *
      * completed feed is refused by the feed history at startup,   *
      * so that attempt abended and its DLLBILL was never kept      *
       DLL-EXTRACT-CHECK-HISTORY.
           MOVE 'N' TO BHIST-HOLD-SW
           MOVE 'N' TO BHIST-FOUND-SW
           MOVE SPACES TO BHIST-REASON
           IF VALIDATE-ONLY
              PERFORM DLL-VALIDATE-SEEN-CHECK
           END-IF
           IF NOT BHIST-HOLD
              PERFORM DLL-EXTRACT-READ-HISTORY
           END-IF
           IF VALIDATE-ONLY AND NOT BHIST-HOLD
              PERFORM DLL-VALIDATE-SEEN-ADD
           END-IF
           EXIT.

      * a validate-only run reads the history but never writes it - *
      * the order's fate is decided exactly as the real run would   *
      * decide it                                                   *
       DLL-EXTRACT-READ-HISTORY.
           MOVE ORD-ORDER-NUMBER TO BHS-ORDER-NUMBER
           READ BILL-HIST-FILE
           EVALUATE BHIST-STATUS
              WHEN '00'
                 SET BHIST-FOUND TO TRUE
                 EVALUATE TRUE
                    WHEN BHS-REJECTED
                       ADD 1 TO BHIST-REBILL-COUNT
                    WHEN BHS-RUN-DATE = LOCK-SAVE-DATE
                          AND BHS-RUN-TIME = LOCK-SAVE-TIME
                       SET BHIST-HOLD TO TRUE
                       MOVE 'DUPLICATE THIS RUN' TO BHIST-REASON
                    WHEN BHS-FEED-ID NOT = SPACES
                          AND BHS-FEED-ID = FH-FEED-ID
                          AND BHS-FEED-DATE = FSEQ-FEED-DATE
                       ADD 1 TO BHIST-REBILL-COUNT
                    WHEN OTHER
                       SET BHIST-HOLD TO TRUE
                       MOVE 'BILLED IN PRIOR RUN' TO BHIST-REASON
                 END-EVALUATE
                 IF NOT BHIST-HOLD AND NOT VALIDATE-ONLY
                    PERFORM DLL-EXTRACT-SET-HISTORY
                    ADD 1 TO BHS-BILL-COUNT
                    REWRITE DLL-BILL-HIST-REC
                    IF BHIST-STATUS NOT = '00'
                       SET BHIST-HOLD TO TRUE
                       MOVE 'N' TO BHIST-FOUND-SW
                       STRING 'HISTORY REWRITE ' BHIST-STATUS
                          DELIMITED BY SIZE INTO BHIST-REASON
                    END-IF
                 END-IF
              WHEN '23'
                 IF NOT VALIDATE-ONLY
                    MOVE SPACES TO DLL-BILL-HIST-REC
                    MOVE ORD-ORDER-NUMBER TO BHS-ORDER-NUMBER
                    PERFORM DLL-EXTRACT-SET-HISTORY
                    MOVE 1 TO BHS-BILL-COUNT
                    WRITE DLL-BILL-HIST-REC
                    IF BHIST-STATUS NOT = '00'
                       SET BHIST-HOLD TO TRUE
                       STRING 'HISTORY WRITE ' BHIST-STATUS
                          DELIMITED BY SIZE INTO BHIST-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 SET BHIST-HOLD TO TRUE
                 STRING 'HISTORY READ ' BHIST-STATUS
                    DELIMITED BY SIZE INTO BHIST-REASON
           END-EVALUATE
           IF BHIST-HOLD AND NOT BHIST-FOUND
              ADD 1 TO BHIST-ERROR-COUNT
           END-IF
           EXIT.

       DLL-EXTRACT-SET-HISTORY.
           SET BHS-BILLED TO TRUE
           MOVE ORD-CUSTOMER-ID  TO BHS-CUSTOMER-ID
           MOVE 0 TO BHS-ORDER-AMOUNT
           IF ORD-ORDER-AMOUNT NUMERIC
              MOVE ORD-ORDER-AMOUNT TO BHS-ORDER-AMOUNT
           END-IF
           MOVE XTR-LIST-ID      TO BHS-SOURCE-LIST
           MOVE BHIST-TODAY      TO BHS-BILLED-DATE
           MOVE FH-FEED-ID       TO BHS-FEED-ID
           MOVE FSEQ-FEED-DATE   TO BHS-FEED-DATE
           MOVE TUNE-JOBNAME     TO BHS-JOBNAME
           MOVE LOCK-SAVE-DATE   TO BHS-RUN-DATE
           MOVE LOCK-SAVE-TIME   TO BHS-RUN-TIME
           MOVE 0 TO BHS-REJECT-DATE
           EXIT.

      * an order held as already billed stays where it is on its    *
      * list - it goes on DLLBDUP with the billing that went before  *
      * (when the history could tell us) and the reason              *
       DLL-EXTRACT-HOLD-ORDER.
           MOVE SPACES TO DLL-BDUP-REC
           MOVE XTR-LIST-ID      TO BDR-LIST-ID
           IF XTR-LIST-ID < 51
              MOVE REGY-NAME(XTR-LIST-ID) TO BDR-LIST-NAME
           END-IF
           MOVE XTR-POSITION     TO BDR-POSITION
           MOVE ORD-ORDER-NUMBER TO BDR-ORDER-NUMBER
           MOVE ORD-CUSTOMER-ID  TO BDR-CUSTOMER-ID
           MOVE 0 TO BDR-ORDER-AMOUNT
           IF ORD-ORDER-AMOUNT NUMERIC
              MOVE ORD-ORDER-AMOUNT TO BDR-ORDER-AMOUNT
              ADD ORD-ORDER-AMOUNT TO BHIST-HELD-AMOUNT
           END-IF
           IF BHIST-FOUND
              MOVE BHS-BILLED-DATE TO BDR-BILLED-DATE
              MOVE BHS-FEED-ID     TO BDR-FEED-ID
              MOVE BHS-FEED-DATE   TO BDR-FEED-DATE
           END-IF
           MOVE BHIST-REASON     TO BDR-REASON
           WRITE DLL-BDUP-REC
           ADD 1 TO XTR-LIST-HELD
           ADD 1 TO BHIST-HELD-COUNT
           EXIT.

       DLL-BDUP-HEADINGS.
           OPEN OUTPUT DLL-BDUP-FILE
           MOVE SPACES TO DLL-BDUP-LINE
           IF VALIDATE-ONLY
              STRING 'DLLMAIN VALIDATE-ONLY - ORDERS THE REAL RUN '
                 'WOULD HOLD AS ALREADY BILLED'
                 DELIMITED BY SIZE INTO DLL-BDUP-LINE
           ELSE
              MOVE 'DLLMAIN DUPLICATE-BILLING EXCEPTIONS - ORDERS HELD'
                 TO DLL-BDUP-LINE
           END-IF
           WRITE DLL-BDUP-LINE
           MOVE SPACES TO DLL-BDUP-LINE
           MOVE 'LIST' TO DLL-BDUP-LINE(1:4)
           MOVE 'LIST NAME' TO DLL-BDUP-LINE(7:9)
           MOVE 'POSITION' TO DLL-BDUP-LINE(30:8)
           MOVE 'ORDER' TO DLL-BDUP-LINE(40:5)
           MOVE 'CUSTOMER' TO DLL-BDUP-LINE(51:8)
           MOVE 'AMOUNT' TO DLL-BDUP-LINE(67:6)
           MOVE 'BILLED' TO DLL-BDUP-LINE(75:6)
           MOVE 'FEED' TO DLL-BDUP-LINE(85:4)
           MOVE 'FEED DATE' TO DLL-BDUP-LINE(95:9)
           MOVE 'REASON' TO DLL-BDUP-LINE(105:6)
           WRITE DLL-BDUP-LINE
           EXIT.

       DLL-BDUP-TOTALS.
           MOVE SPACES TO DLL-BDUP-LINE
           WRITE DLL-BDUP-LINE
           IF BHIST-HELD-COUNT = 0
              MOVE 'NO ORDERS HELD - NONE BILLED BEFORE' TO
                 DLL-BDUP-LINE
              WRITE DLL-BDUP-LINE
           END-IF
           MOVE SPACES TO DLL-BDUP-LINE
           MOVE BHIST-HELD-COUNT TO BHIST-EDIT-COUNT
           MOVE BHIST-HELD-AMOUNT TO XTR-EDIT-AMOUNT
           STRING 'ORDERS HELD          ' BHIST-EDIT-COUNT
              '  AMOUNT ' XTR-EDIT-AMOUNT
              DELIMITED BY SIZE INTO DLL-BDUP-LINE
           WRITE DLL-BDUP-LINE
           MOVE SPACES TO DLL-BDUP-LINE
           MOVE BHIST-ERROR-COUNT TO BHIST-EDIT-COUNT
           STRING '  HISTORY I/O ERRORS ' BHIST-EDIT-COUNT
              DELIMITED BY SIZE INTO DLL-BDUP-LINE
           WRITE DLL-BDUP-LINE
           MOVE SPACES TO DLL-BDUP-LINE
           MOVE BHIST-REBILL-COUNT TO BHIST-EDIT-COUNT
           STRING 'ORDERS REBILLED      ' BHIST-EDIT-COUNT
              '  (BILLING REJECTED, OR BILLED BY AN ABENDED ATTEMPT'
              ' AT THIS FEED)'
              DELIMITED BY SIZE INTO DLL-BDUP-LINE
           WRITE DLL-BDUP-LINE
           EXIT.

      * the billing extract walked read-only for a validate-only    *
      * run - every order on a DLLXCTL list is checked against the  *
      * billed-orders history as the extract checks it, and those   *
      * the real run would hold go on DLLBDUP, but nothing is       *
      * billed, deleted or recorded on the history                  *
       DLL-VALIDATE-BILLING.
           OPEN INPUT XTRACT-CTL-FILE
           PERFORM DLL-BDUP-HEADINGS
           READ XTRACT-CTL-FILE
              AT END SET XTR-CTL-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL XTR-CTL-AT-EOF
              IF XCT-LIST-ID NUMERIC AND XCT-LIST-ID > 0
                 MOVE XCT-LIST-ID TO XTR-LIST-ID
                 PERFORM DLL-VALIDATE-ONE-LIST
              END-IF
              READ XTRACT-CTL-FILE
                 AT END SET XTR-CTL-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE XTRACT-CTL-FILE
           CLOSE BILL-HIST-FILE
           PERFORM DLL-BDUP-TOTALS
           CLOSE DLL-BDUP-FILE
           MOVE XTR-TOTAL-AMOUNT TO XTR-EDIT-AMOUNT
           DISPLAY 'BILLING EXTRACT WOULD BILL ' XTR-TOTAL-COUNT
              ' AMOUNT ' XTR-EDIT-AMOUNT
           MOVE BHIST-HELD-AMOUNT TO XTR-EDIT-AMOUNT
           DISPLAY 'BILLING EXTRACT WOULD HOLD AS ALREADY BILLED '
              BHIST-HELD-COUNT ' AMOUNT ' XTR-EDIT-AMOUNT
           IF VALD-TRUNCATED
              DISPLAY 'NOTE - MORE THAN 5000 ORDERS TO BILL: AN '
                 'ORDER QUEUED TWICE PAST THAT POINT IS NOT PREDICTED'
           END-IF
           EXIT.

      * one list walked by position as DLL-EXTRACT-ONE-LIST walks   *
      * it, except that nothing is deleted, so the position         *
      * advances past every entry                                   *
       DLL-VALIDATE-ONE-LIST.
           MOVE 'N' TO XTR-DONE-SW
           MOVE 1 TO XTR-POSITION
           MOVE 0 TO XTR-LIST-COUNT
           MOVE 0 TO XTR-LIST-AMOUNT
           MOVE 0 TO XTR-LIST-HELD
           PERFORM UNTIL XTR-LIST-DONE
              SET GET-BY-POS TO TRUE
              MOVE XTR-LIST-ID  TO PARM-LIST-ID
              MOVE XTR-POSITION TO PARM-POSITION
              SET PARM-DATA-PTR TO ADDRESS OF XTR-BUFFER
              MOVE LENGTH OF XTR-BUFFER TO PARM-DATA-LTH
              CALL 'DLLSUBX' USING DLL-CONTROL
              IF NOT SUCCESSFUL
                 MOVE 'Y' TO XTR-DONE-SW
              ELSE
                 SET ADDRESS OF DLL-TYPED-REC
                    TO ADDRESS OF XTR-BUFFER
                 IF PARM-DATA-LTH >= LENGTH OF DLL-TYPED-REC
                       AND REC-IS-TAGGED AND REC-TYPE-ORDER
                    PERFORM DLL-EXTRACT-CHECK-HISTORY
                    IF BHIST-HOLD
                       PERFORM DLL-EXTRACT-HOLD-ORDER
                    ELSE
                       ADD 1 TO XTR-LIST-COUNT
                       ADD 1 TO XTR-TOTAL-COUNT
                       IF ORD-ORDER-AMOUNT NUMERIC
                          ADD ORD-ORDER-AMOUNT TO XTR-LIST-AMOUNT
                          ADD ORD-ORDER-AMOUNT TO XTR-TOTAL-AMOUNT
                       END-IF
                    END-IF
                 END-IF
                 ADD 1 TO XTR-POSITION
              END-IF
           END-PERFORM
           MOVE XTR-LIST-AMOUNT TO XTR-EDIT-AMOUNT
           DISPLAY 'BILLING EXTRACT LIST ' XTR-LIST-ID
              ' WOULD BILL ' XTR-LIST-COUNT ' AMOUNT ' XTR-EDIT-AMOUNT
              ' HOLD ' XTR-LIST-HELD
           EXIT.

       DLL-VALIDATE-SEEN-CHECK.
           PERFORM VARYING VALD-IDX FROM 1 BY 1
                 UNTIL VALD-IDX > VALD-BILLED-COUNT OR BHIST-HOLD
              IF VALD-BILLED-ORDER(VALD-IDX) = ORD-ORDER-NUMBER
                 SET BHIST-HOLD TO TRUE
                 MOVE 'DUPLICATE THIS RUN' TO BHIST-REASON
              END-IF
           END-PERFORM
           EXIT.

       DLL-VALIDATE-SEEN-ADD.
           IF VALD-BILLED-COUNT < VALD-BILLED-MAX
              ADD 1 TO VALD-BILLED-COUNT
              SET VALD-IDX TO VALD-BILLED-COUNT
              MOVE ORD-ORDER-NUMBER TO VALD-BILLED-ORDER(VALD-IDX)
           ELSE
              MOVE 'Y' TO VALD-TRUNC-SW
           END-IF
           EXIT.

       DLL-EXTRACT-WRITE-ORDER.
           MOVE SPACES TO DLL-BILL-REC
           MOVE 'D' TO BIL-REC-TYPE
           MOVE ORD-ORDER-NUMBER TO BIL-ORDER-NUMBER
           MOVE ORD-CUSTOMER-ID  TO BIL-CUSTOMER-ID
           MOVE ORD-ORDER-DATE   TO BIL-ORDER-DATE
           MOVE ORD-ORDER-AMOUNT TO BIL-ORDER-AMOUNT
           MOVE XTR-LIST-ID      TO BIL-SOURCE-LIST
           WRITE DLL-BILL-REC
           ADD 1 TO XTR-LIST-COUNT
           ADD 1 TO XTR-TOTAL-COUNT
           MOVE 0 TO GL-TALLY-AMOUNT
           IF ORD-ORDER-AMOUNT NUMERIC
              ADD ORD-ORDER-AMOUNT TO XTR-LIST-AMOUNT
              ADD ORD-ORDER-AMOUNT TO XTR-TOTAL-AMOUNT
              MOVE ORD-ORDER-AMOUNT TO GL-TALLY-AMOUNT
           END-IF
           MOVE XTR-LIST-ID TO GL-TALLY-LIST-ID
           MOVE 2 TO GL-TALLY-ACT
           PERFORM DLL-GL-ADD
           EXIT.

      * end-of-run cash application - load the open orders and the  *
      * payments off the lists the registry names for them, match   *
      * each payment by customer, then take every settled order and *
      * payment off its list. A payment that cannot be settled      *
      * stays queued and goes on DLLCASH with the reason, and so do *
      * the orders it was measured against                          *
       DLL-CASH-APPLICATION.
           OPEN OUTPUT DLL-CASH-FILE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE 'DLLMAIN CASH APPLICATION' TO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE 'ACTION' TO DLL-CASH-LINE(1:6)
           MOVE 'PAYMENT' TO DLL-CASH-LINE(12:7)
           MOVE 'CUSTOMER' TO DLL-CASH-LINE(23:8)
           MOVE 'PAID' TO DLL-CASH-LINE(41:4)
           MOVE 'LIST' TO DLL-CASH-LINE(47:4)
           MOVE 'ORDER' TO DLL-CASH-LINE(53:5)
           MOVE 'ORDER/OPEN' TO DLL-CASH-LINE(71:10)
           MOVE 'LIST' TO DLL-CASH-LINE(83:4)
           MOVE 'REASON' TO DLL-CASH-LINE(89:6)
           WRITE DLL-CASH-LINE
           PERFORM VARYING CASH-LIST-ID FROM 1 BY 1
                 UNTIL CASH-LIST-ID > 50
              IF REGY-ROLE(CASH-LIST-ID) = 'O'
                    OR REGY-ROLE(CASH-LIST-ID) = 'P'
                 PERFORM DLL-CASH-LOAD-LIST
              END-IF
           END-PERFORM
           PERFORM VARYING CSP-IDX FROM 1 BY 1
                 UNTIL CSP-IDX > CASH-PAY-COUNT
              PERFORM DLL-CASH-MATCH-PAYMENT
           END-PERFORM
           SET ORIGIN-CASH-APP TO TRUE
           PERFORM VARYING CSO-IDX FROM CASH-ORD-COUNT BY -1
                 UNTIL CSO-IDX < 1
              IF CSO-SETTLED(CSO-IDX)
                 MOVE CSO-LIST-ID(CSO-IDX)  TO CASH-LIST-ID
                 MOVE CSO-POSITION(CSO-IDX) TO CASH-POSITION
                 PERFORM DLL-CASH-DELETE-ENTRY
              END-IF
           END-PERFORM
           PERFORM VARYING CSP-IDX FROM CASH-PAY-COUNT BY -1
                 UNTIL CSP-IDX < 1
              IF CSP-SETTLED(CSP-IDX)
                 MOVE CSP-LIST-ID(CSP-IDX)  TO CASH-LIST-ID
                 MOVE CSP-POSITION(CSP-IDX) TO CASH-POSITION
                 PERFORM DLL-CASH-DELETE-ENTRY
              END-IF
           END-PERFORM
           MOVE SPACE TO PARM-ORIGIN
           PERFORM DLL-CASH-TOTALS
           CLOSE DLL-CASH-FILE
           MOVE CASH-SETTLED-AMOUNT TO CASH-EDIT-AMOUNT
           DISPLAY 'CASH APPLICATION SETTLED ' CASH-SETTLED-COUNT
              ' PAYMENTS AMOUNT ' CASH-EDIT-AMOUNT
           COMPUTE CASH-EXCEPTION-COUNT = CASH-PARTIAL-COUNT
              + CASH-OVER-COUNT + CASH-NO-ORDER-COUNT
              + CASH-INVALID-COUNT
           DISPLAY 'CASH APPLICATION EXCEPTIONS: ' CASH-EXCEPTION-COUNT
           EXIT.

      * walk one role-O or role-P list by position and table every  *
      * tagged record of the kind the role calls for - anything     *
      * else on the list is left alone. Nothing is deleted here, so *
      * the positions tabled stay good until the delete pass        *
       DLL-CASH-LOAD-LIST.
           MOVE 'N' TO CASH-DONE-SW
           MOVE 1 TO CASH-POSITION
           PERFORM UNTIL CASH-LIST-DONE
              SET GET-BY-POS TO TRUE
              MOVE CASH-LIST-ID  TO PARM-LIST-ID
              MOVE CASH-POSITION TO PARM-POSITION
              SET PARM-DATA-PTR TO ADDRESS OF CASH-BUFFER
              MOVE LENGTH OF CASH-BUFFER TO PARM-DATA-LTH
              CALL 'DLLSUBX' USING DLL-CONTROL
              IF NOT SUCCESSFUL
                 MOVE 'Y' TO CASH-DONE-SW
              ELSE
                 SET ADDRESS OF DLL-TYPED-REC
                    TO ADDRESS OF CASH-BUFFER
                 IF PARM-DATA-LTH >= LENGTH OF DLL-TYPED-REC
                       AND REC-IS-TAGGED
                    PERFORM DLL-CASH-TABLE-ENTRY
                 END-IF
                 ADD 1 TO CASH-POSITION
              END-IF
           END-PERFORM
           EXIT.

      * a payment whose customer or amount is not numeric can never *
      * be matched - it is reported now and left where it is        *
       DLL-CASH-TABLE-ENTRY.
           EVALUATE TRUE
              WHEN REGY-ROLE(CASH-LIST-ID) = 'O' AND REC-TYPE-ORDER
                 IF ORD-CUSTOMER-ID NUMERIC AND ORD-ORDER-AMOUNT NUMERIC
                    IF CASH-ORD-COUNT < CASH-MAX
                       ADD 1 TO CASH-ORD-COUNT
                       SET CSO-IDX TO CASH-ORD-COUNT
                       MOVE CASH-LIST-ID  TO CSO-LIST-ID(CSO-IDX)
                       MOVE CASH-POSITION TO CSO-POSITION(CSO-IDX)
                       MOVE ORD-ORDER-NUMBER
                          TO CSO-ORDER-NUMBER(CSO-IDX)
                       MOVE ORD-CUSTOMER-ID
                          TO CSO-CUSTOMER-ID(CSO-IDX)
                       MOVE ORD-ORDER-AMOUNT TO CSO-AMOUNT(CSO-IDX)
                       MOVE 'N' TO CSO-SETTLED-SW(CSO-IDX)
                    ELSE
                       MOVE 'Y' TO CASH-TRUNC-SW
                    END-IF
                 END-IF
              WHEN REGY-ROLE(CASH-LIST-ID) = 'P' AND REC-TYPE-PAYMENT
                 IF PAY-CUSTOMER-ID NUMERIC AND PAY-AMOUNT NUMERIC
                    IF CASH-PAY-COUNT < CASH-MAX
                       ADD 1 TO CASH-PAY-COUNT
                       SET CSP-IDX TO CASH-PAY-COUNT
                       MOVE CASH-LIST-ID  TO CSP-LIST-ID(CSP-IDX)
                       MOVE CASH-POSITION TO CSP-POSITION(CSP-IDX)
                       MOVE PAY-PAYMENT-REF
                          TO CSP-PAYMENT-REF(CSP-IDX)
                       MOVE PAY-CUSTOMER-ID
                          TO CSP-CUSTOMER-ID(CSP-IDX)
                       MOVE PAY-AMOUNT TO CSP-AMOUNT(CSP-IDX)
                       MOVE 'N' TO CSP-SETTLED-SW(CSP-IDX)
                    ELSE
                       MOVE 'Y' TO CASH-TRUNC-SW
                    END-IF
                 ELSE
                    ADD 1 TO CASH-INVALID-COUNT
                    MOVE SPACES TO DLL-CASH-LINE
                    MOVE 'EXCEPTION' TO CSR-ACTION
                    IF PAY-PAYMENT-REF NUMERIC
                       MOVE PAY-PAYMENT-REF TO CSR-PAYMENT-REF
                    END-IF
                    MOVE CASH-LIST-ID TO CSR-PAY-LIST
                    MOVE 'PAYMENT DATA INVALID' TO CSR-REASON
                    WRITE DLL-CASH-REC
                 END-IF
           END-EVALUATE
           EXIT.

      * match one payment (CSP-IDX) against its customer's orders   *
      * still open: first an order for exactly the amount paid,     *
      * oldest first; failing that, all the customer's open orders  *
      * together when the payment clears them to the cent. Anything *
      * else is an exception and nothing is taken off either side - *
      * splitting a payment across orders is a judgment call for    *
      * the cash clerks, not this step                              *
       DLL-CASH-MATCH-PAYMENT.
           ADD 1 TO CASH-EXAMINED-COUNT
           MOVE 0 TO CASH-MATCH-IDX
           MOVE 0 TO CASH-CUST-OPEN
           MOVE 0 TO CASH-CUST-TOTAL
           PERFORM VARYING CSO-IDX FROM 1 BY 1
                 UNTIL CSO-IDX > CASH-ORD-COUNT
              IF NOT CSO-SETTLED(CSO-IDX)
                    AND CSO-CUSTOMER-ID(CSO-IDX) =
                       CSP-CUSTOMER-ID(CSP-IDX)
                 ADD 1 TO CASH-CUST-OPEN
                 ADD CSO-AMOUNT(CSO-IDX) TO CASH-CUST-TOTAL
                 IF CASH-MATCH-IDX = 0
                       AND CSO-AMOUNT(CSO-IDX) = CSP-AMOUNT(CSP-IDX)
                    SET CASH-MATCH-IDX TO CSO-IDX
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN CASH-MATCH-IDX > 0
                 SET CSO-IDX TO CASH-MATCH-IDX
                 PERFORM DLL-CASH-SETTLE-ORDER
                 PERFORM DLL-CASH-SETTLE-PAYMENT
              WHEN CASH-CUST-OPEN > 1
                    AND CASH-CUST-TOTAL = CSP-AMOUNT(CSP-IDX)
                 PERFORM VARYING CSO-IDX FROM 1 BY 1
                       UNTIL CSO-IDX > CASH-ORD-COUNT
                    IF NOT CSO-SETTLED(CSO-IDX)
                          AND CSO-CUSTOMER-ID(CSO-IDX) =
                             CSP-CUSTOMER-ID(CSP-IDX)
                       PERFORM DLL-CASH-SETTLE-ORDER
                    END-IF
                 END-PERFORM
                 PERFORM DLL-CASH-SETTLE-PAYMENT
              WHEN CASH-CUST-OPEN = 0
                 ADD 1 TO CASH-NO-ORDER-COUNT
                 MOVE 'NO OPEN ORDER' TO CASH-REASON
                 PERFORM DLL-CASH-EXCEPTION
              WHEN CSP-AMOUNT(CSP-IDX) < CASH-CUST-TOTAL
                 ADD 1 TO CASH-PARTIAL-COUNT
                 MOVE 'PARTIAL PAYMENT' TO CASH-REASON
                 PERFORM DLL-CASH-EXCEPTION
              WHEN OTHER
                 ADD 1 TO CASH-OVER-COUNT
                 MOVE 'OVERPAYMENT' TO CASH-REASON
                 PERFORM DLL-CASH-EXCEPTION
           END-EVALUATE
           EXIT.

      * mark the order at CSO-IDX settled by the payment at CSP-IDX *
       DLL-CASH-SETTLE-ORDER.
           MOVE 'Y' TO CSO-SETTLED-SW(CSO-IDX)
           ADD 1 TO CASH-CLOSED-COUNT
           ADD 1 TO GLL-CLOSED(CSO-LIST-ID(CSO-IDX))
           MOVE SPACES TO DLL-CASH-LINE
           MOVE 'SETTLED'                TO CSR-ACTION
           MOVE CSP-PAYMENT-REF(CSP-IDX)  TO CSR-PAYMENT-REF
           MOVE CSP-CUSTOMER-ID(CSP-IDX)  TO CSR-CUSTOMER-ID
           MOVE CSP-AMOUNT(CSP-IDX)       TO CSR-PAY-AMOUNT
           MOVE CSP-LIST-ID(CSP-IDX)      TO CSR-PAY-LIST
           MOVE CSO-ORDER-NUMBER(CSO-IDX) TO CSR-ORDER-NUMBER
           MOVE CSO-AMOUNT(CSO-IDX)       TO CSR-ORD-AMOUNT
           MOVE CSO-LIST-ID(CSO-IDX)      TO CSR-ORD-LIST
           WRITE DLL-CASH-REC
           EXIT.

       DLL-CASH-SETTLE-PAYMENT.
           MOVE 'Y' TO CSP-SETTLED-SW(CSP-IDX)
           ADD 1 TO CASH-SETTLED-COUNT
           ADD CSP-AMOUNT(CSP-IDX) TO CASH-SETTLED-AMOUNT
           MOVE CSP-LIST-ID(CSP-IDX) TO GL-TALLY-LIST-ID
           MOVE 4 TO GL-TALLY-ACT
           MOVE CSP-AMOUNT(CSP-IDX) TO GL-TALLY-AMOUNT
           PERFORM DLL-GL-ADD
           EXIT.

      * the payment stays queued - the line carries what the        *
      * customer has open so the clerk can see how far apart the    *
      * two sides are                                               *
       DLL-CASH-EXCEPTION.
           MOVE SPACES TO DLL-CASH-LINE
           MOVE 'EXCEPTION'              TO CSR-ACTION
           MOVE CSP-PAYMENT-REF(CSP-IDX) TO CSR-PAYMENT-REF
           MOVE CSP-CUSTOMER-ID(CSP-IDX) TO CSR-CUSTOMER-ID
           MOVE CSP-AMOUNT(CSP-IDX)      TO CSR-PAY-AMOUNT
           MOVE CSP-LIST-ID(CSP-IDX)     TO CSR-PAY-LIST
           MOVE CASH-CUST-TOTAL          TO CSR-ORD-AMOUNT
           MOVE CASH-REASON              TO CSR-REASON
           WRITE DLL-CASH-REC
           EXIT.

      * take one settled entry off its list, tallied on the         *
      * reconciliation report under source 'A'                      *
       DLL-CASH-DELETE-ENTRY.
           SET DELETE-POS TO TRUE
           MOVE CASH-LIST-ID  TO PARM-LIST-ID
           MOVE CASH-POSITION TO PARM-POSITION
           CALL 'DLLSUBX' USING DLL-CONTROL
           IF NOT SUCCESSFUL
              DISPLAY 'CASH APPLICATION DELETE FAILED LIST '
                 CASH-LIST-ID ' POS ' CASH-POSITION
                 ' RC=' DLLSUBX-RC
           END-IF
           MOVE CASH-LIST-ID TO RECON-TALLY-LIST-ID
           MOVE '3' TO RECON-TALLY-REQUEST
           MOVE 'A' TO RECON-TALLY-SOURCE
           IF SUCCESSFUL
              MOVE 'Y' TO RECON-TALLY-SUCCESS-SW
           ELSE
              MOVE 'N' TO RECON-TALLY-SUCCESS-SW
           END-IF
           PERFORM RECON-TALLY
           EXIT.

       DLL-CASH-TOTALS.
           MOVE SPACES TO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE CASH-EXAMINED-COUNT TO CASH-EDIT-COUNT
           STRING 'PAYMENTS EXAMINED    ' CASH-EDIT-COUNT
              DELIMITED BY SIZE INTO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE CASH-SETTLED-COUNT TO CASH-EDIT-COUNT
           MOVE CASH-SETTLED-AMOUNT TO CASH-EDIT-AMOUNT
           STRING 'PAYMENTS SETTLED     ' CASH-EDIT-COUNT
              '  AMOUNT ' CASH-EDIT-AMOUNT
              DELIMITED BY SIZE INTO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE CASH-CLOSED-COUNT TO CASH-EDIT-COUNT
           STRING 'ORDERS CLOSED        ' CASH-EDIT-COUNT
              DELIMITED BY SIZE INTO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE CASH-PARTIAL-COUNT TO CASH-EDIT-COUNT
           STRING 'PARTIAL PAYMENTS     ' CASH-EDIT-COUNT
              DELIMITED BY SIZE INTO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE CASH-OVER-COUNT TO CASH-EDIT-COUNT
           STRING 'OVERPAYMENTS         ' CASH-EDIT-COUNT
              DELIMITED BY SIZE INTO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE CASH-NO-ORDER-COUNT TO CASH-EDIT-COUNT
           STRING 'NO OPEN ORDER        ' CASH-EDIT-COUNT
              DELIMITED BY SIZE INTO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           MOVE SPACES TO DLL-CASH-LINE
           MOVE CASH-INVALID-COUNT TO CASH-EDIT-COUNT
           STRING 'PAYMENT DATA INVALID ' CASH-EDIT-COUNT
              DELIMITED BY SIZE INTO DLL-CASH-LINE
           WRITE DLL-CASH-LINE
           IF CASH-TRUNCATED
              MOVE SPACES TO DLL-CASH-LINE
              MOVE 'MATCH TABLE FULL - ENTRIES PAST 2000 LEFT QUEUED '
                 TO DLL-CASH-LINE
              WRITE DLL-CASH-LINE
           END-IF
           EXIT.

      * a record has just been queued (GL-TALLY-REQUEST on GL-      *
      * TALLY-LIST-ID, DLL-TYPED-REC addressed onto its data) - a   *
      * tagged order or payment counts toward the day's journal     *
       DLL-GL-TALLY-ARRIVAL.
           MOVE 0 TO GL-TALLY-ACT
           IF (GL-TALLY-REQUEST = 'A' OR 'B' OR 'C' OR 'D')
                 AND REC-IS-TAGGED
              EVALUATE TRUE
                 WHEN REC-TYPE-ORDER AND ORD-ORDER-AMOUNT NUMERIC
                       AND NOT EDIT-BILLING-REQUEUE
                    MOVE 1 TO GL-TALLY-ACT
                    MOVE ORD-ORDER-AMOUNT TO GL-TALLY-AMOUNT
                 WHEN REC-TYPE-PAYMENT AND PAY-AMOUNT NUMERIC
                    MOVE 3 TO GL-TALLY-ACT
                    MOVE PAY-AMOUNT TO GL-TALLY-AMOUNT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF GL-TALLY-ACT > 0
              PERFORM DLL-GL-ADD
           END-IF
           EXIT.

      * GL-TALLY-AMOUNT onto activity GL-TALLY-ACT for the list     *
       DLL-GL-ADD.
           IF GL-TALLY-LIST-ID > 0 AND GL-TALLY-LIST-ID < 51
              ADD 1 TO GLL-COUNT(GL-TALLY-LIST-ID, GL-TALLY-ACT)
              ADD GL-TALLY-AMOUNT
                 TO GLL-AMOUNT(GL-TALLY-LIST-ID, GL-TALLY-ACT)
           END-IF
           EXIT.

      * roll the lists up by department and write the journal - a   *
      * debit and a credit line for every department and activity   *
      * that moved money today, then the trailer - and the proof    *
       DLL-WRITE-GL-JOURNAL.
           MOVE 0 TO GL-DEPT-COUNT
           PERFORM VARYING GL-LIST-ID FROM 1 BY 1
                 UNTIL GL-LIST-ID > 50
              PERFORM DLL-GL-ROLLUP-LIST
           END-PERFORM
           OPEN OUTPUT DLL-GL-JRNL-FILE
           OPEN OUTPUT GL-PROOF-FILE
           PERFORM DLL-GL-PROOF-HEADINGS
           PERFORM VARYING GLD-IDX FROM 1 BY 1
                 UNTIL GLD-IDX > GL-DEPT-COUNT
              PERFORM VARYING GL-ACT FROM 1 BY 1 UNTIL GL-ACT > 4
                 IF GLD-COUNT(GLD-IDX, GL-ACT) > 0
                    PERFORM DLL-GL-WRITE-ENTRY
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO DLL-GL-JRNL-TRL
           MOVE 'T' TO GJT-REC-TYPE
           MOVE PEND-BUSINESS-DATE TO GJT-BUSINESS-DATE
           MOVE FH-FEED-ID       TO GJT-FEED-ID
           MOVE GL-DETAIL-COUNT  TO GJT-RECORD-COUNT
           MOVE GL-DEBIT-TOTAL   TO GJT-DEBIT-TOTAL
           MOVE GL-CREDIT-TOTAL  TO GJT-CREDIT-TOTAL
           WRITE DLL-GL-JRNL-TRL
           CLOSE DLL-GL-JRNL-FILE
           PERFORM DLL-GL-PROOF-TOTALS
           PERFORM DLL-GL-PROOF-TIE-OUT
           CLOSE GL-PROOF-FILE
           MOVE GL-DEBIT-TOTAL TO GL-EDIT-AMOUNT
           DISPLAY 'GL JOURNAL RECORDS ' GL-DETAIL-COUNT
              ' DEBITS/CREDITS ' GL-EDIT-AMOUNT
           IF GL-PROOF-DIFFERS
              DISPLAY 'GL JOURNAL PROOF DOES NOT TIE - SEE DLLGLPR'
           END-IF
           EXIT.

      * add one list's activity into its department's slot - an    *
      * unregistered list's department is spaces, journaled under   *
      * the *ALL accounts                                           *
       DLL-GL-ROLLUP-LIST.
           IF GLL-COUNT(GL-LIST-ID, 1) > 0
                 OR GLL-COUNT(GL-LIST-ID, 2) > 0
                 OR GLL-COUNT(GL-LIST-ID, 3) > 0
                 OR GLL-COUNT(GL-LIST-ID, 4) > 0
              MOVE 'N' TO GL-FOUND-SW
              PERFORM VARYING GLD-IDX FROM 1 BY 1
                    UNTIL GLD-IDX > GL-DEPT-COUNT OR GL-FOUND
                 IF GLD-DEPARTMENT(GLD-IDX) =
                       REGY-DEPARTMENT(GL-LIST-ID)
                    MOVE 'Y' TO GL-FOUND-SW
                 END-IF
              END-PERFORM
              IF GL-FOUND
                 SET GLD-IDX DOWN BY 1
              ELSE
                 ADD 1 TO GL-DEPT-COUNT
                 SET GLD-IDX TO GL-DEPT-COUNT
                 MOVE REGY-DEPARTMENT(GL-LIST-ID)
                    TO GLD-DEPARTMENT(GLD-IDX)
                 PERFORM VARYING GL-ACT FROM 1 BY 1 UNTIL GL-ACT > 4
                    MOVE 0 TO GLD-COUNT(GLD-IDX, GL-ACT)
                    MOVE 0 TO GLD-AMOUNT(GLD-IDX, GL-ACT)
                 END-PERFORM
              END-IF
              PERFORM VARYING GL-ACT FROM 1 BY 1 UNTIL GL-ACT > 4
                 ADD GLL-COUNT(GL-LIST-ID, GL-ACT)
                    TO GLD-COUNT(GLD-IDX, GL-ACT)
                 ADD GLL-AMOUNT(GL-LIST-ID, GL-ACT)
                    TO GLD-AMOUNT(GLD-IDX, GL-ACT)
              END-PERFORM
           END-IF
           EXIT.

      * the department's own card for the activity, else the *ALL   *
      * card - the debit line, the credit line and the proof line   *
       DLL-GL-WRITE-ENTRY.
           MOVE GLD-DEPARTMENT(GLD-IDX) TO GL-FIND-DEPARTMENT
           PERFORM DLL-GL-FIND-CARD
           IF NOT GL-FOUND
              MOVE '*ALL' TO GL-FIND-DEPARTMENT
              PERFORM DLL-GL-FIND-CARD
           END-IF
           MOVE SPACES TO DLL-GL-JRNL-REC
           MOVE 'D' TO GLJ-REC-TYPE
           MOVE PEND-BUSINESS-DATE TO GLJ-BUSINESS-DATE
           MOVE FH-FEED-ID TO GLJ-FEED-ID
           MOVE GLD-DEPARTMENT(GLD-IDX) TO GLJ-DEPARTMENT
           MOVE GL-ACTIVITY-CODE(GL-ACT) TO GLJ-ACTIVITY
           MOVE GLD-AMOUNT(GLD-IDX, GL-ACT) TO GLJ-AMOUNT
           MOVE GLD-COUNT(GLD-IDX, GL-ACT) TO GLJ-ITEM-COUNT
           IF GL-DESCRIPTION = SPACES
              MOVE GL-ACTIVITY-NAME(GL-ACT) TO GLJ-DESCRIPTION
           ELSE
              MOVE GL-DESCRIPTION TO GLJ-DESCRIPTION
           END-IF
           MOVE GL-DEBIT-ACCOUNT TO GLJ-ACCOUNT
           MOVE 'D' TO GLJ-DR-CR
           WRITE DLL-GL-JRNL-REC
           MOVE GL-CREDIT-ACCOUNT TO GLJ-ACCOUNT
           MOVE 'C' TO GLJ-DR-CR
           WRITE DLL-GL-JRNL-REC
           ADD 2 TO GL-DETAIL-COUNT
           ADD GLD-AMOUNT(GLD-IDX, GL-ACT) TO GL-DEBIT-TOTAL
           ADD GLD-AMOUNT(GLD-IDX, GL-ACT) TO GL-CREDIT-TOTAL
           MOVE SPACES TO GL-PROOF-REC
           MOVE GLD-DEPARTMENT(GLD-IDX)  TO GLP-DEPARTMENT
           MOVE GL-ACTIVITY-NAME(GL-ACT) TO GLP-ACTIVITY
           MOVE GL-DEBIT-ACCOUNT         TO GLP-DEBIT-ACCOUNT
           MOVE GL-CREDIT-ACCOUNT        TO GLP-CREDIT-ACCOUNT
           MOVE GLD-COUNT(GLD-IDX, GL-ACT)  TO GLP-COUNT
           MOVE GLD-AMOUNT(GLD-IDX, GL-ACT) TO GLP-AMOUNT
           IF GL-FIND-DEPARTMENT = '*ALL'
              MOVE 'DEFAULT ACCOUNTS (*ALL)' TO GLP-NOTE
           END-IF
           WRITE GL-PROOF-REC
           EXIT.

       DLL-GL-PROOF-HEADINGS.
           MOVE SPACES TO GL-PROOF-LINE
           STRING 'DLLMAIN GENERAL LEDGER JOURNAL PROOF - BUSINESS '
              'DATE ' PEND-BUSINESS-DATE '  FEED ' FH-FEED-ID
              DELIMITED BY SIZE INTO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
      * a restart's tallies start from its checkpoint, the same as  *
      * the reconciliation report's - say so on the proof           *
           IF CKPT-APPLIED-COUNT > 0
              MOVE SPACES TO GL-PROOF-LINE
              MOVE CKPT-APPLIED-COUNT TO GL-EDIT-COUNT
              STRING 'RESTARTED RUN - FEED ACTIVITY AFTER THE FIRST '
                 GL-EDIT-COUNT ' TRANSACTIONS ONLY'
                 DELIMITED BY SIZE INTO GL-PROOF-LINE
              WRITE GL-PROOF-LINE
           END-IF
           MOVE SPACES TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           MOVE 'DEPT'          TO GL-PROOF-LINE(1:4)
           MOVE 'ACTIVITY'      TO GL-PROOF-LINE(11:8)
           MOVE 'DEBIT'         TO GL-PROOF-LINE(33:5)
           MOVE 'CREDIT'        TO GL-PROOF-LINE(45:6)
           MOVE 'ITEMS'         TO GL-PROOF-LINE(61:5)
           MOVE 'AMOUNT'        TO GL-PROOF-LINE(79:6)
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           EXIT.

       DLL-GL-PROOF-TOTALS.
           MOVE SPACES TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           MOVE GL-DETAIL-COUNT TO GL-EDIT-COUNT
           STRING 'JOURNAL DETAIL RECORDS      ' GL-EDIT-COUNT
              DELIMITED BY SIZE INTO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           MOVE GL-DEBIT-TOTAL TO GL-EDIT-AMOUNT
           STRING 'TOTAL DEBITS       ' GL-EDIT-AMOUNT
              DELIMITED BY SIZE INTO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           MOVE GL-CREDIT-TOTAL TO GL-EDIT-AMOUNT
           STRING 'TOTAL CREDITS      ' GL-EDIT-AMOUNT
              DELIMITED BY SIZE INTO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           IF GL-DEBIT-TOTAL = GL-CREDIT-TOTAL
              MOVE 'JOURNAL IN BALANCE' TO GL-PROOF-LINE
           ELSE
              SET GL-PROOF-DIFFERS TO TRUE
              MOVE 'JOURNAL OUT OF BALANCE' TO GL-PROOF-LINE
           END-IF
           WRITE GL-PROOF-LINE
           EXIT.

      * tie the journal back to what the run reported elsewhere -   *
      * orders billed to the DLLBILL trailer, payments applied to   *
      * the cash application, and each list's orders and payments  *
      * to its reconciliation lines                                 *
       DLL-GL-PROOF-TIE-OUT.
           MOVE SPACES TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE 'TIE-OUT' TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           MOVE 2 TO GL-ACT
           PERFORM DLL-GL-ACTIVITY-TOTAL
           MOVE GL-TIE-COUNT TO GL-EDIT-COUNT
           MOVE GL-TIE-AMOUNT TO GL-EDIT-AMOUNT
           MOVE XTR-TOTAL-COUNT TO GL-EDIT-COUNT-2
           MOVE XTR-TOTAL-AMOUNT TO GL-EDIT-AMOUNT-2
           STRING 'ORDERS BILLED     JOURNAL ' GL-EDIT-COUNT
              ' ' GL-EDIT-AMOUNT '  DLLBILL TRAILER ' GL-EDIT-COUNT-2
              ' ' GL-EDIT-AMOUNT-2
              DELIMITED BY SIZE INTO GL-PROOF-LINE
           IF GL-TIE-COUNT = XTR-TOTAL-COUNT
                 AND GL-TIE-AMOUNT = XTR-TOTAL-AMOUNT
              MOVE 'AGREES' TO GL-PROOF-LINE(120:6)
           ELSE
              SET GL-PROOF-DIFFERS TO TRUE
              MOVE 'DIFFERS' TO GL-PROOF-LINE(120:7)
           END-IF
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           MOVE 4 TO GL-ACT
           PERFORM DLL-GL-ACTIVITY-TOTAL
           MOVE GL-TIE-COUNT TO GL-EDIT-COUNT
           MOVE GL-TIE-AMOUNT TO GL-EDIT-AMOUNT
           MOVE CASH-SETTLED-COUNT TO GL-EDIT-COUNT-2
           MOVE CASH-SETTLED-AMOUNT TO GL-EDIT-AMOUNT-2
           STRING 'PAYMENTS APPLIED  JOURNAL ' GL-EDIT-COUNT
              ' ' GL-EDIT-AMOUNT '  CASH SETTLED    ' GL-EDIT-COUNT-2
              ' ' GL-EDIT-AMOUNT-2
              DELIMITED BY SIZE INTO GL-PROOF-LINE
           IF GL-TIE-COUNT = CASH-SETTLED-COUNT
                 AND GL-TIE-AMOUNT = CASH-SETTLED-AMOUNT
              MOVE 'AGREES' TO GL-PROOF-LINE(120:6)
           ELSE
              SET GL-PROOF-DIFFERS TO TRUE
              MOVE 'DIFFERS' TO GL-PROOF-LINE(120:7)
           END-IF
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           MOVE 'LIST' TO GL-PROOF-LINE(1:4)
           MOVE 'RECON INSERTS' TO GL-PROOF-LINE(7:13)
           MOVE 'ORDERS+PAYMENTS QUEUED' TO GL-PROOF-LINE(22:22)
           MOVE 'RECON CASH DELETES' TO GL-PROOF-LINE(47:18)
           MOVE 'PAYMENTS APPLIED+ORDERS CLOSED' TO GL-PROOF-LINE(67:30)
           WRITE GL-PROOF-LINE
           PERFORM VARYING GL-LIST-ID FROM 1 BY 1
                 UNTIL GL-LIST-ID > 50
              PERFORM DLL-GL-PROOF-LIST
           END-PERFORM
           EXIT.

       DLL-GL-ACTIVITY-TOTAL.
           MOVE 0 TO GL-TIE-COUNT
           MOVE 0 TO GL-TIE-AMOUNT
           PERFORM VARYING GL-LIST-ID FROM 1 BY 1
                 UNTIL GL-LIST-ID > 50
              ADD GLL-COUNT(GL-LIST-ID, GL-ACT) TO GL-TIE-COUNT
              ADD GLL-AMOUNT(GL-LIST-ID, GL-ACT) TO GL-TIE-AMOUNT
           END-PERFORM
           EXIT.

      * the reconciliation report counts every record queued, not  *
      * just orders and payments, so the journal may fall short of  *
      * it but never exceed it; the cash application's deletes      *
      * (source 'A') must match what it settled one for one        *
       DLL-GL-PROOF-LIST.
           MOVE 0 TO GL-RECON-COUNT
           MOVE 0 TO GL-RECON-CASH
           PERFORM VARYING RECON-IDX FROM 1 BY 1
                 UNTIL RECON-IDX > RECON-ENTRY-COUNT
              IF RECON-LIST-ID(RECON-IDX) = GL-LIST-ID
                 EVALUATE TRUE
                    WHEN RECON-SOURCE(RECON-IDX) = 'A'
                       ADD RECON-SUCCESS-COUNT(RECON-IDX)
                          TO GL-RECON-CASH
                    WHEN RECON-SOURCE(RECON-IDX) = 'R'
                       CONTINUE
                    WHEN RECON-REQUEST(RECON-IDX) = 'A' OR 'B'
                          OR 'C' OR 'D'
                       ADD RECON-SUCCESS-COUNT(RECON-IDX)
                          TO GL-RECON-COUNT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           COMPUTE GL-TIE-COUNT = GLL-COUNT(GL-LIST-ID, 1)
              + GLL-COUNT(GL-LIST-ID, 3)
           IF GL-RECON-COUNT > 0 OR GL-TIE-COUNT > 0
                 OR GL-RECON-CASH > 0
                 OR GLL-COUNT(GL-LIST-ID, 4) > 0
                 OR GLL-CLOSED(GL-LIST-ID) > 0
              MOVE SPACES TO GL-PROOF-LINE
              MOVE GL-LIST-ID TO GL-EDIT-LIST
              MOVE GL-EDIT-LIST TO GL-PROOF-LINE(1:4)
              MOVE GL-RECON-COUNT TO GL-EDIT-COUNT
              MOVE GL-EDIT-COUNT TO GL-PROOF-LINE(9:9)
              MOVE GL-TIE-COUNT TO GL-EDIT-COUNT
              MOVE GL-EDIT-COUNT TO GL-PROOF-LINE(31:9)
              MOVE GL-RECON-CASH TO GL-EDIT-COUNT
              MOVE GL-EDIT-COUNT TO GL-PROOF-LINE(52:9)
              COMPUTE GL-TIE-COUNT = GLL-COUNT(GL-LIST-ID, 4)
                 + GLL-CLOSED(GL-LIST-ID)
              MOVE GL-TIE-COUNT TO GL-EDIT-COUNT
              MOVE GL-EDIT-COUNT TO GL-PROOF-LINE(84:9)
              IF GLL-COUNT(GL-LIST-ID, 1) + GLL-COUNT(GL-LIST-ID, 3)
                    > GL-RECON-COUNT
                    OR GL-TIE-COUNT NOT = GL-RECON-CASH
                 SET GL-PROOF-DIFFERS TO TRUE
                 MOVE 'DIFFERS' TO GL-PROOF-LINE(120:7)
              ELSE
                 MOVE 'AGREES' TO GL-PROOF-LINE(120:6)
              END-IF
              WRITE GL-PROOF-LINE
           END-IF
           EXIT.

      * apply the pending operator corrections keyed through DLLCOR *
      * - each one takes the same edit, reject and tally path a     *
      * feed record does, tagged ORIGIN-OPERATOR so the audit trail *
      * and the reconciliation report show them apart from the      *
      * extract's volume. The file is NOT truncated here: until a   *
      * checkpoint has saved the corrections' effects, the file is  *
      * their only record, so DLL-CHECKPOINT-WRITE clears it only   *
      * once the directory snapshot and count are safely down       *
       DLL-APPLY-CORRECTIONS.
           SET ORIGIN-OPERATOR TO TRUE
           MOVE 'N' TO CORR-EOF-SW
           OPEN INPUT CORR-FILE
           READ CORR-FILE
              AT END SET CORR-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL CORR-AT-EOF
              PERFORM DLL-APPLY-ONE-CORRECTION
              ADD 1 TO CORR-APPLIED-COUNT
              READ CORR-FILE
                 AT END SET CORR-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE CORR-FILE
           IF CORR-APPLIED-COUNT > 0
              DISPLAY 'OPERATOR CORRECTIONS APPLIED: '
                 CORR-APPLIED-COUNT
              SET CORR-TRUNC-PENDING TO TRUE
           END-IF
           MOVE SPACE TO PARM-ORIGIN
           EXIT.

       DLL-APPLY-ONE-CORRECTION.
           MOVE CORR-REQUEST TO EDIT-REQUEST
           PERFORM DLL-CORR-CHECK-REQUEUE
           MOVE CORR-LIST-ID TO REGY-EDIT-LIST-ID
           SET ADDRESS OF DLL-TYPED-REC TO ADDRESS OF CORR-DATA
           PERFORM DLL-EDIT-WITH-REGISTRY
           IF EDIT-PASSED
              MOVE CORR-REQUEST  TO PARM-REQUEST
              MOVE CORR-LIST-ID  TO PARM-LIST-ID
              MOVE CORR-POSITION TO PARM-POSITION
              SET PARM-DATA-PTR TO ADDRESS OF CORR-DATA
                 MOVE 'N' TO RECON-TALLY-SUCCESS-SW
           END-EVALUATE
           PERFORM RECON-TALLY
           IF SUCCESSFUL
              MOVE CORR-REQUEST TO GL-TALLY-REQUEST
              MOVE CORR-LIST-ID TO GL-TALLY-LIST-ID
              SET ADDRESS OF DLL-TYPED-REC TO ADDRESS OF CORR-DATA
              PERFORM DLL-GL-TALLY-ARRIVAL
              MOVE CORR-REQUEST TO ROUTE-REQUEST
              MOVE CORR-LIST-ID TO ROUTE-TRIGGER-LIST-ID
              PERFORM DLL-ROUTE-ARRIVAL
           END-IF
           MOVE 'N' TO EDIT-REQUEUE-SW
           EXIT.

      * DLLBACK queues a billing-rejected order back as an INSERT-END *
      * onto the billing suspense list - only a correction of that   *
      * shape may carry a hold reason, and only it is spared the     *
      * customer check and the journal's orders-queued count         *
       DLL-CORR-CHECK-REQUEUE.
           MOVE 'N' TO EDIT-REQUEUE-SW
           IF CORR-REQUEST = 'B'
                 AND CORR-LIST-ID > 0 AND CORR-LIST-ID < 51
              IF REGY-ROLE(CORR-LIST-ID) = 'S'
                 SET EDIT-BILLING-REQUEUE TO TRUE
              END-IF
           END-IF
           EXIT.

       DLL-WRITE-CORR-REJECT.
           MOVE DLLSUBX-RC    TO REJ-RC
           MOVE DLLSUBX-MSG   TO REJ-MSG
           PERFORM DLL-REJECT-NAME-LOOKUP
           PERFORM DLL-REJECT-STAMP
           ADD 1 TO REJECT-COUNT
           WRITE DLL-REJECT-REC
           CLOSE DLL-REJECT-FILE
           EXIT.

      * balancing-pass view of one data record - a standalone record *
      * ends any group in progress; a member whose group id differs  *
      * from the last opens a new group, and a member dated past the *
      * business day raises its group's date                         *
       DLL-PEND-SCAN-REC.
           IF TRANS-GROUP-ID = 0
              PERFORM DLL-PEND-SCAN-CLOSE-GROUP
           ELSE
              IF TRANS-GROUP-ID NOT = PEND-SCAN-GROUP-ID
                 PERFORM DLL-PEND-SCAN-CLOSE-GROUP
                 MOVE TRANS-GROUP-ID    TO PEND-SCAN-GROUP-ID
                 MOVE PEND-SCAN-ORDINAL TO PEND-SCAN-FIRST
                 MOVE 0 TO PEND-SCAN-MAX-DATE
              END-IF
              MOVE PEND-SCAN-ORDINAL TO PEND-SCAN-LAST
              IF TRANS-EFF-DATE NUMERIC
                    AND TRANS-EFF-DATE > PEND-BUSINESS-DATE
                    AND TRANS-EFF-DATE > PEND-SCAN-MAX-DATE
                 MOVE TRANS-EFF-DATE TO PEND-SCAN-MAX-DATE
              END-IF
           END-IF
           EXIT.

      * a group just ended - if any member was dated past the        *
      * business day the whole group is noted for the warehouse      *
       DLL-PEND-SCAN-CLOSE-GROUP.
           IF PEND-SCAN-GROUP-ID NOT = 0 AND PEND-SCAN-MAX-DATE > 0
              IF PEND-GROUP-COUNT < 1000
                 ADD 1 TO PEND-GROUP-COUNT
                 MOVE PEND-SCAN-FIRST
                    TO PHG-FIRST-REC(PEND-GROUP-COUNT)
                 MOVE PEND-SCAN-LAST
                    TO PHG-LAST-REC(PEND-GROUP-COUNT)
                 MOVE PEND-SCAN-MAX-DATE
                    TO PHG-EFF-DATE(PEND-GROUP-COUNT)
              ELSE
                 ADD 1 TO PEND-GROUP-NO-ROOM
                 DISPLAY 'PENDING GROUP TABLE FULL - GROUP '
                    PEND-SCAN-GROUP-ID ' IS DATED MEMBER BY MEMBER'
              END-IF
           END-IF
           MOVE 0 TO PEND-SCAN-GROUP-ID
           EXIT.

      * decide whether the TRANS-REC in hand is held for a later     *
      * business day - a member of a group the balancing pass noted  *
      * takes the group's date, anything else its own. TRANS-COUNT   *
      * has not yet been bumped for this record, so its feed record  *
      * number is one past it                                        *
       DLL-PEND-SCREEN-TRANS.
           MOVE 'N' TO PEND-HOLD-SW
           IF NOT TRANS-CTL-HEADER AND NOT TRANS-CTL-TRAILER
              MOVE TRANS-COUNT TO PEND-ORDINAL
              ADD 1 TO PEND-ORDINAL
              IF TRANS-GROUP-ID NOT = 0
                 PERFORM DLL-PEND-FIND-HELD-GROUP
              END-IF
              IF NOT PEND-HOLD
                    AND TRANS-EFF-DATE NUMERIC
                    AND TRANS-EFF-DATE > PEND-BUSINESS-DATE
                 SET PEND-HOLD TO TRUE
                 MOVE TRANS-EFF-DATE TO PEND-HOLD-DATE
              END-IF
           END-IF
           EXIT.

      * the noted groups are in feed order and the feed is only ever *
      * read forward, so the cursor just steps past groups that end  *
      * before this record and never has to search from the top     *
       DLL-PEND-FIND-HELD-GROUP.
           MOVE 'N' TO PEND-CURSOR-SW
           PERFORM UNTIL PEND-CURSOR-DONE
              IF PEND-GROUP-CURSOR > PEND-GROUP-COUNT
                 SET PEND-CURSOR-DONE TO TRUE
              ELSE
                 IF PHG-LAST-REC(PEND-GROUP-CURSOR) < PEND-ORDINAL
                    ADD 1 TO PEND-GROUP-CURSOR
                 ELSE
                    SET PEND-CURSOR-DONE TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF PEND-GROUP-CURSOR NOT > PEND-GROUP-COUNT
              IF PHG-FIRST-REC(PEND-GROUP-CURSOR) NOT > PEND-ORDINAL
                 SET PEND-HOLD TO TRUE
                 MOVE PHG-EFF-DATE(PEND-GROUP-CURSOR)
                    TO PEND-HOLD-DATE
              END-IF
           END-IF
           EXIT.

      * a feed transaction set aside in the main loop - counted and  *
      * credited toward the checkpoint like one applied, but never   *
      * allowed to fire one while a group is still only buffered     *
       DLL-PEND-HOLD-FEED-TRANS.
           PERFORM DLL-PEND-WAREHOUSE-TRANS
           ADD 1 TO TRANS-COUNT
           IF GROUP-BUFFER-COUNT > 0 OR GROUP-OVERFLOWED
              ADD 1 TO CKPT-SINCE-LAST
           ELSE
              PERFORM DLL-CHECKPOINT-IF-DUE
           END-IF
           EXIT.

      * write the TRANS-REC in hand to the new warehouse under the   *
      * date it is held to - a group's members all carry the group's *
      * date, so they come due, and are released, together           *
       DLL-PEND-WAREHOUSE-TRANS.
           MOVE PEND-HOLD-DATE TO TRANS-EFF-DATE
           IF NOT VALIDATE-ONLY
              WRITE PEND-NEW-REC FROM TRANS-REC
           END-IF
           ADD 1 TO PEND-HELD-COUNT
           MOVE 'WAREHOUSED' TO PEND-RPT-ACTION
           MOVE 'SET ASIDE FROM FEED' TO PEND-RPT-RESULT
           PERFORM DLL-PEND-REPORT-LINE
           EXIT.

      * ahead of the nightly feed, read the warehouse as the day     *
      * began: what has come due is applied through the normal feed  *
      * paths (groups included, all-or-nothing as ever) and tallied  *
      * on the reconciliation report under source 'P'; the rest is   *
      * carried to DLLPNEW. A restart run only carries - the releases *
      * all went on ahead of the first checkpoint, whose snapshot it *
      * has just reloaded. A validate-only run releases and reports  *
      * the same way but leaves DLLPNEW alone                        *
       DLL-PEND-RELEASE.
           OPEN INPUT PEND-FILE
           IF NOT VALIDATE-ONLY
              OPEN OUTPUT PEND-NEW-FILE
           END-IF
           OPEN OUTPUT PEND-RPT-FILE
           PERFORM DLL-PEND-WRITE-HEADINGS
           SET PEND-RELEASING TO TRUE
           MOVE 'P' TO RECON-APPLY-SOURCE
           MOVE 'N' TO PEND-EOF-SW
           READ PEND-FILE
              AT END SET PEND-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL PEND-AT-EOF
              PERFORM DLL-PEND-RELEASE-ONE
              READ PEND-FILE
                 AT END SET PEND-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           IF PEND-REL-GROUP-ID NOT = 0
              PERFORM DLL-PEND-SETTLE-GROUP
           END-IF
           CLOSE PEND-FILE
           MOVE SPACE TO RECON-APPLY-SOURCE
           MOVE 'N' TO PEND-RELEASE-SW
      * releases are not feed transactions - none of them counts    *
      * toward the first checkpoint's interval                      *
           MOVE 0 TO CKPT-SINCE-LAST
           DISPLAY 'PENDING TRANSACTIONS RELEASED: '
              PEND-RELEASED-COUNT ' STILL PENDING: '
              PEND-CARRIED-COUNT ' BUSINESS DATE: '
              PEND-BUSINESS-DATE
           EXIT.

      * one warehoused record - the TRANS-FILE record area is free   *
      * until the main loop's first read, so the record is moved     *
      * there and goes through exactly the paragraphs a feed record  *
      * would                                                        *
       DLL-PEND-RELEASE-ONE.
           MOVE PEND-REC TO TRANS-REC
           IF PEND-REL-GROUP-ID NOT = 0
                 AND TRANS-GROUP-ID NOT = PEND-REL-GROUP-ID
              PERFORM DLL-PEND-SETTLE-GROUP
           END-IF
           EVALUATE TRUE
              WHEN TRANS-EFF-DATE NUMERIC
                    AND TRANS-EFF-DATE > PEND-BUSINESS-DATE
                 IF NOT VALIDATE-ONLY
                    WRITE PEND-NEW-REC FROM PEND-REC
                 END-IF
                 ADD 1 TO PEND-CARRIED-COUNT
                 MOVE 'PENDING' TO PEND-RPT-ACTION
                 MOVE 'NOT YET DUE' TO PEND-RPT-RESULT
              WHEN CKPT-APPLIED-COUNT > 0
                 ADD 1 TO PEND-EARLIER-COUNT
                 MOVE 'RELEASED' TO PEND-RPT-ACTION
                 MOVE 'APPLIED BEFORE THE RESTART' TO PEND-RPT-RESULT
              WHEN TRANS-GROUP-ID = 0
                 MOVE REJECT-COUNT TO PEND-REJECT-MARK
                 PERFORM DLL-APPLY-TRANS
                 ADD 1 TO PEND-RELEASED-COUNT
                 MOVE 'RELEASED' TO PEND-RPT-ACTION
                 IF REJECT-COUNT > PEND-REJECT-MARK
                    MOVE 'REJECTED - SEE DLLREJ' TO PEND-RPT-RESULT
                 ELSE
                    MOVE 'APPLIED' TO PEND-RPT-RESULT
                 END-IF
              WHEN OTHER
                 IF PEND-REL-GROUP-ID = 0
                    MOVE TRANS-GROUP-ID TO PEND-REL-GROUP-ID
                    MOVE REJECT-COUNT TO PEND-REJECT-MARK
                 END-IF
                 PERFORM DLL-BUFFER-GROUP-MEMBER
                 ADD 1 TO PEND-RELEASED-COUNT
                 MOVE 'RELEASED' TO PEND-RPT-ACTION
                 MOVE 'GROUP MEMBER' TO PEND-RPT-RESULT
           END-EVALUATE
           PERFORM DLL-PEND-REPORT-LINE
           EXIT.

      * a released group has ended - apply it as a unit and say on   *
      * the report how the group as a whole came out                 *
       DLL-PEND-SETTLE-GROUP.
           PERFORM DLL-APPLY-GROUP
           MOVE SPACES TO PEND-RPT-REC
           MOVE 'RELEASED' TO PRP-ACTION
           MOVE PEND-REL-GROUP-ID TO PRP-GROUP-ID
           IF REJECT-COUNT > PEND-REJECT-MARK
              MOVE 'GROUP REJECTED - SEE DLLREJ' TO PRP-RESULT
           ELSE
              MOVE 'GROUP APPLIED' TO PRP-RESULT
           END-IF
           WRITE PEND-RPT-REC
           MOVE 0 TO PEND-REL-GROUP-ID
           EXIT.

      * one detail line for the TRANS-REC in hand                    *
       DLL-PEND-REPORT-LINE.
           MOVE SPACES TO PEND-RPT-REC
           MOVE PEND-RPT-ACTION TO PRP-ACTION
           IF TRANS-EFF-DATE NUMERIC
              MOVE TRANS-EFF-DATE TO PRP-EFF-DATE
           END-IF
           MOVE TRANS-REQUEST   TO PRP-REQUEST
           MOVE TRANS-LIST-ID   TO PRP-LIST-ID
           IF TRANS-LIST-ID > 0 AND TRANS-LIST-ID < 51
              MOVE REGY-NAME(TRANS-LIST-ID) TO PRP-LIST-NAME
           END-IF
           IF TRANS-GROUP-ID NOT = 0
              MOVE TRANS-GROUP-ID TO PRP-GROUP-ID
           END-IF
           MOVE PEND-RPT-RESULT TO PRP-RESULT
           WRITE PEND-RPT-REC
           EXIT.

       DLL-PEND-WRITE-HEADINGS.
           MOVE SPACES TO PEND-RPT-LINE
           MOVE 'DLLMAIN PENDING TRANSACTION WAREHOUSE'
              TO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
           MOVE SPACES TO PEND-RPT-LINE
           STRING 'BUSINESS DATE ' PEND-BUSINESS-DATE
              DELIMITED BY SIZE INTO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
           MOVE SPACES TO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
           MOVE SPACES TO PEND-RPT-LINE
           MOVE 'ACTION' TO PEND-RPT-LINE(1:6)
           MOVE 'EFF DATE' TO PEND-RPT-LINE(13:8)
           MOVE 'REQ' TO PEND-RPT-LINE(23:3)
           MOVE 'LIST' TO PEND-RPT-LINE(26:4)
           MOVE 'LIST NAME' TO PEND-RPT-LINE(32:9)
           MOVE 'GROUP' TO PEND-RPT-LINE(58:5)
           MOVE 'RESULT' TO PEND-RPT-LINE(65:6)
           WRITE PEND-RPT-LINE
           EXIT.

      * closing totals, then both warehouse outputs are closed. A    *
      * quiesced run says so - its DLLPNEW is not a finished         *
      * warehouse, and the restart rebuilds it from DLLPEND          *
       DLL-PEND-TOTALS.
           MOVE SPACES TO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
           MOVE SPACES TO PEND-RPT-LINE
           MOVE PEND-RELEASED-COUNT TO PEND-EDIT-COUNT
           STRING 'RELEASED TO APPLY       ' PEND-EDIT-COUNT
              DELIMITED BY SIZE INTO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
           IF PEND-EARLIER-COUNT > 0
              MOVE SPACES TO PEND-RPT-LINE
              MOVE PEND-EARLIER-COUNT TO PEND-EDIT-COUNT
              STRING 'RELEASED BEFORE RESTART ' PEND-EDIT-COUNT
                 DELIMITED BY SIZE INTO PEND-RPT-LINE
              WRITE PEND-RPT-LINE
           END-IF
           MOVE SPACES TO PEND-RPT-LINE
           MOVE PEND-HELD-COUNT TO PEND-EDIT-COUNT
           STRING 'WAREHOUSED FROM FEED    ' PEND-EDIT-COUNT
              DELIMITED BY SIZE INTO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
           MOVE SPACES TO PEND-RPT-LINE
           MOVE PEND-CARRIED-COUNT TO PEND-EDIT-COUNT
           STRING 'CARRIED, NOT YET DUE    ' PEND-EDIT-COUNT
              DELIMITED BY SIZE INTO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
           MOVE SPACES TO PEND-RPT-LINE
           MOVE PEND-CARRIED-COUNT TO PEND-WORK-COUNT
           ADD PEND-HELD-COUNT TO PEND-WORK-COUNT
           MOVE PEND-WORK-COUNT TO PEND-EDIT-COUNT
           STRING 'STILL PENDING           ' PEND-EDIT-COUNT
              DELIMITED BY SIZE INTO PEND-RPT-LINE
           WRITE PEND-RPT-LINE
           IF PEND-GROUP-NO-ROOM > 0
              MOVE SPACES TO PEND-RPT-LINE
              MOVE PEND-GROUP-NO-ROOM TO PEND-EDIT-COUNT
              STRING 'GROUPS DATED BY MEMBER  ' PEND-EDIT-COUNT
                 DELIMITED BY SIZE INTO PEND-RPT-LINE
              WRITE PEND-RPT-LINE
           END-IF
           IF OPR-STOP-REQUESTED
              MOVE SPACES TO PEND-RPT-LINE
              MOVE 'RUN QUIESCED - WAREHOUSE IS REBUILT ON RESTART'
                 TO PEND-RPT-LINE
              WRITE PEND-RPT-LINE
           END-IF
           IF NOT VALIDATE-ONLY
              CLOSE PEND-NEW-FILE
           END-IF
           CLOSE PEND-RPT-FILE
           DISPLAY 'PENDING WAREHOUSE - WAREHOUSED: ' PEND-HELD-COUNT
              ' STILL PENDING: ' PEND-WORK-COUNT
           EXIT.

      * shared field edits - data half is COPY DLLEDIT in working  *
      * storage                                                    *
       COPY DLLEDITP.

      * shared registry edit - data half is COPY DLLREGE in working  *
      * storage                                                      *
       COPY DLLREGEP.

      * look at the operator command dataset and honor what it     *
      * asks - STATUS answers on the run log, STOP quiesces at the *
      * next transaction-or-group boundary. The dataset is         *
      * documented recovery after an abend, which by design leaves  *
      * the claim active). A clean ending of any kind releases it   *
       DLL-CLAIM-RUN-LOCK.
           PERFORM DLL-READ-RUN-LOCK
           IF NOT LOCK-FILE-EMPTY AND LOCK-READ-ACTIVE
                 AND NOT LOCK-OVERRIDE
              SET LOCK-REFUSED TO TRUE
           END-IF
           EXIT.

       DLL-READ-RUN-LOCK.
           MOVE 'N' TO LOCK-EMPTY-SW
           MOVE SPACE TO LOCK-READ-STATUS
           OPEN INPUT LOCK-FILE
           READ LOCK-FILE
              AT END SET LOCK-FILE-EMPTY TO TRUE
              NOT AT END
                 MOVE LOCK-STATUS     TO LOCK-READ-STATUS
                 MOVE LOCK-JOBNAME    TO LOCK-READ-JOBNAME
                 MOVE LOCK-START-DATE TO LOCK-READ-DATE
                 MOVE LOCK-START-TIME TO LOCK-READ-TIME
           END-READ
           CLOSE LOCK-FILE
           EXIT.

      * a validate-only run claims nothing - it only looks, so it    *
      * can say whether the real run would be refused by a claim     *
      * still on file, and carries on validating either way          *
       DLL-VALIDATE-CHECK-LOCK.
           PERFORM DLL-READ-RUN-LOCK
           IF NOT LOCK-FILE-EMPTY AND LOCK-READ-ACTIVE
                 AND NOT LOCK-OVERRIDE
              SET VALD-LOCK-HELD TO TRUE
              DISPLAY 'RUN LOCK HELD BY ' LOCK-READ-JOBNAME
                 ' SINCE ' LOCK-READ-DATE ' ' LOCK-READ-TIME
                 ' - THE REAL RUN WILL BE REFUSED UNTIL IT IS CLEARED'
           END-IF
           EXIT.

      * an abend never reaches this, leaving the claim active -     *
      * which is exactly how the next submission learns something   *
      * went wrong. A validate-only run never claimed it            *
       DLL-RELEASE-RUN-LOCK.
           IF NOT VALIDATE-ONLY
              OPEN OUTPUT LOCK-FILE
              MOVE SPACES TO LOCK-REC
              SET LOCK-ENDED TO TRUE
              MOVE TUNE-JOBNAME TO LOCK-JOBNAME
              MOVE LOCK-SAVE-DATE TO LOCK-START-DATE
              MOVE LOCK-SAVE-TIME TO LOCK-START-TIME
              WRITE LOCK-REC
              CLOSE LOCK-FILE
           END-IF
           EXIT.

      * read the DLLTUNE parameter cards and put the requested      *
      * values in effect - checkpoint interval, group buffer and    *
      * reconciliation table ceilings, sorted-report depth, the     *
      * operator-command poll interval, the run-lock override and   *
      * cold-start carry-forward. Every value in effect is echoed   *
      * to the run log; any bad card refuses the run with its own   *
      * condition code                                              *
       DLL-READ-TUNING.
           OPEN INPUT TUNE-FILE
           READ TUNE-FILE
              DISPLAY 'RECON-MAX IN EFFECT: ' RECON-ENTRY-MAX
              DISPLAY 'OPR-POLL IN EFFECT: ' OPR-POLL-INTERVAL
              DISPLAY 'LOCK-OVERRIDE IN EFFECT: ' LOCK-OVERRIDE-SW
              DISPLAY 'CARRY-FORWARD IN EFFECT: ' CARRY-FORWARD-SW
              DISPLAY 'JOBNAME IN EFFECT: ' TUNE-JOBNAME
              DISPLAY 'VALIDATE-ONLY IN EFFECT: ' VALIDATE-ONLY-SW
              IF VALIDATE-ONLY
                 SET RUN-VALIDATE-ONLY TO TRUE
              END-IF
              IF FEED-GAP-STOP
                 DISPLAY 'FEED-GAP IN EFFECT: STOP'
              ELSE
                 DISPLAY 'FEED-GAP IN EFFECT: WARN'
              END-IF
              IF TUNE-SORT-RPT-LIMIT > 0
                 DISPLAY 'SORT-RPT-MAX IN EFFECT: '
                    TUNE-SORT-RPT-LIMIT
                 ELSE
                    PERFORM DLL-TUNE-CARD-ERROR
                 END-IF
              WHEN 'CARRY-FORWARD'
                 IF TUNE-VALUE(1:1) = 'Y' OR TUNE-VALUE(1:1) = 'N'
                    MOVE TUNE-VALUE(1:1) TO CARRY-FORWARD-SW
                 ELSE
                    PERFORM DLL-TUNE-CARD-ERROR
                 END-IF
              WHEN 'VALIDATE-ONLY'
                 IF TUNE-VALUE(1:1) = 'Y' OR TUNE-VALUE(1:1) = 'N'
                    MOVE TUNE-VALUE(1:1) TO VALIDATE-ONLY-SW
                 ELSE
                    PERFORM DLL-TUNE-CARD-ERROR
                 END-IF
              WHEN 'FEED-GAP'
                 EVALUATE TUNE-VALUE
                    WHEN 'STOP'
                       SET FEED-GAP-STOP TO TRUE
                    WHEN 'WARN'
                       SET FEED-GAP-WARN TO TRUE
                    WHEN OTHER
                       PERFORM DLL-TUNE-CARD-ERROR
                 END-EVALUATE
              WHEN 'JOBNAME'
                 IF TUNE-VALUE(1:8) = SPACES
                    PERFORM DLL-TUNE-CARD-ERROR
           DISPLAY 'INVALID TUNING CARD: ' TUNE-CARD
           EXIT.

      * load the list registry: keep name, department, expected    *
      * type and role by slot for this run's reports and edits,    *
      * hand the names to DLLSUBX                                   *
      * (REG-LOAD) for the DLLLDIR report, and re-drive each        *
      * registered slot's capacity ceilings and unique mode - the   *
      * attributes that do not survive a restart on their own.      *
      * Every card is held to the shared registry edit - one that    *
      * fails is named on the run log and the step ends CC=16, so    *
      * its attributes are never quietly dropped                     *
       DLL-LOAD-REGISTRY.
           OPEN INPUT DLL-REGISTRY-FILE
           READ DLL-REGISTRY-FILE
              AT END SET REGY-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL REGY-AT-EOF
              IF DLL-REGISTRY-REC(1:1) NOT = '*'
                 PERFORM DLL-EDIT-REGISTRY-REC
                 IF REGE-PASSED
                    PERFORM DLL-REGISTER-ONE-LIST
                 ELSE
                    SET REGY-CARD-ERROR TO TRUE
                    DISPLAY 'INVALID REGISTRY CARD: ' REGE-MSG
                    DISPLAY '   ' DLL-REGISTRY-REC
                 END-IF
              END-IF
              READ DLL-REGISTRY-FILE
                 AT END SET REGY-AT-EOF TO TRUE
       DLL-REGISTER-ONE-LIST.
           ADD 1 TO REGY-LOAD-COUNT
           MOVE REG-LIST-NAME     TO REGY-NAME(REG-LIST-ID)
           MOVE REG-DEPARTMENT    TO REGY-DEPARTMENT(REG-LIST-ID)
           MOVE REG-EXPECTED-TYPE TO REGY-EXPECTED-TYPE(REG-LIST-ID)
           MOVE REG-LIST-ROLE     TO REGY-ROLE(REG-LIST-ID)
           IF REG-MAX-NODES NUMERIC AND REG-MAX-BYTES NUMERIC
              SET SET-CAPACITY TO TRUE
              MOVE REG-LIST-ID  TO PARM-LIST-ID
           END-IF
           EXIT.

      * time-stamp a new reject line - not yet resubmitted          *
       DLL-REJECT-STAMP.
           ACCEPT REJ-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT REJ-STAMP-TIME FROM TIME
           MOVE 'N' TO REJ-RESUB-SW
           MOVE 0 TO REJ-RESUB-DATE
           MOVE SPACES TO REJ-RESUB-FEED-ID
           EXIT.

      * the shared field edits plus this run's registry rule: a     *
      * tagged record landing on a slot registered for a different  *
      * record type is bad data even when its own fields are clean  *
           END-IF
           EXIT.

      * the shared edits' customer master lookup - a random read by  *
      * customer number. Anything but found or not-found is an I/O   *
      * failure, and the record is refused rather than let through   *
      * unchecked                                                    *
       DLL-EDIT-LOOKUP-CUSTOMER.
           MOVE EDIT-LOOKUP-KEY TO CUS-CUSTOMER-ID
           READ CUST-MASTER-FILE
           EVALUATE CUST-MASTER-STATUS
              WHEN '00'
                 IF CUS-ACTIVE
                    SET EDIT-CUST-ACTIVE TO TRUE
                 ELSE
                    SET EDIT-CUST-NOT-ACTIVE TO TRUE
                 END-IF
              WHEN '23'
                 SET EDIT-CUST-UNKNOWN TO TRUE
              WHEN OTHER
                 SET EDIT-CUST-UNAVAILABLE TO TRUE
                 DISPLAY 'CUSTOMER MASTER READ STATUS '
                    CUST-MASTER-STATUS ' KEY ' EDIT-LOOKUP-KEY
           END-EVALUATE
           EXIT.

      * the shared edits' order lookup - a FIND-BY-KEY on every list *
      * the registry says holds orders (expected type 'O', or role   *
      * 'O' or 'S'), stopping at the first that has it. With no such *
      * list registered the result stays unchecked                   *
       DLL-EDIT-LOOKUP-ORDER.
           PERFORM VARYING LOOKUP-LIST-ID FROM 1 BY 1
                 UNTIL LOOKUP-LIST-ID > 50 OR EDIT-ORDER-KNOWN
              IF REGY-EXPECTED-TYPE(LOOKUP-LIST-ID) = 'O'
                    OR REGY-ROLE(LOOKUP-LIST-ID) = 'O' OR 'S'
                 SET EDIT-ORDER-UNKNOWN TO TRUE
                 SET FIND-BY-KEY TO TRUE
                 MOVE LOOKUP-LIST-ID  TO PARM-LIST-ID
                 MOVE 'O'             TO PARM-KEY-REC-TYPE
                 SET KEY-ORDER-NUMBER TO TRUE
                 MOVE EDIT-LOOKUP-KEY TO PARM-KEY-VALUE
                 CALL 'DLLSUBX' USING DLL-CONTROL
                 IF SUCCESSFUL
                    SET EDIT-ORDER-KNOWN TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

      * read the DLLROUT routing rules into ROUTE-RULE. A rule must  *
      * name real record types and list-ids, a key both of its       *
      * record types carry, and different source and target lists - *
      * anything less is reported and refuses the run                *
       DLL-LOAD-ROUTING.
           OPEN INPUT ROUTE-FILE
           READ ROUTE-FILE
              AT END SET ROUTE-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL ROUTE-AT-EOF
              IF ROUTE-CARD(1:1) NOT = '*' AND ROUTE-CARD NOT = SPACES
                 PERFORM DLL-ROUTE-CHECK-CARD
              END-IF
              READ ROUTE-FILE
                 AT END SET ROUTE-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
           IF NOT ROUTE-CARD-ERROR
              DISPLAY 'ROUTING RULES IN EFFECT: ' ROUTE-RULE-COUNT
           END-IF
           EXIT.

       DLL-ROUTE-CHECK-CARD.
           MOVE 'Y' TO ROUTE-KEY-OK-SW
           IF RTC-TRIGGER-LIST NOT NUMERIC
                 OR RTC-SOURCE-LIST NOT NUMERIC
                 OR RTC-TARGET-LIST NOT NUMERIC
              MOVE 'N' TO ROUTE-KEY-OK-SW
           ELSE
              IF RTC-TRIGGER-LIST < 1 OR RTC-TRIGGER-LIST > 50
                    OR RTC-SOURCE-LIST < 1 OR RTC-SOURCE-LIST > 50
                    OR RTC-TARGET-LIST < 1 OR RTC-TARGET-LIST > 50
                    OR RTC-SOURCE-LIST = RTC-TARGET-LIST
                 MOVE 'N' TO ROUTE-KEY-OK-SW
              END-IF
      * a rule that could find the arriving record itself would     *
      * route the trigger instead of its related record             *
              IF RTC-TRIGGER-LIST = RTC-SOURCE-LIST
                    AND RTC-TRIGGER-TYPE = RTC-RELATED-TYPE
                 MOVE 'N' TO ROUTE-KEY-OK-SW
              END-IF
           END-IF
           IF ROUTE-KEY-OK
              MOVE RTC-TRIGGER-TYPE TO ROUTE-CHECK-TYPE
              PERFORM DLL-ROUTE-KEY-FITS-TYPE
           END-IF
           IF ROUTE-KEY-OK
              MOVE RTC-RELATED-TYPE TO ROUTE-CHECK-TYPE
              PERFORM DLL-ROUTE-KEY-FITS-TYPE
           END-IF
           IF ROUTE-KEY-OK AND ROUTE-RULE-COUNT >= 50
              MOVE 'N' TO ROUTE-KEY-OK-SW
           END-IF
           IF ROUTE-KEY-OK
              ADD 1 TO ROUTE-RULE-COUNT
              SET ROUTE-IDX TO ROUTE-RULE-COUNT
              MOVE RTC-TRIGGER-TYPE TO RTE-TRIGGER-TYPE(ROUTE-IDX)
              MOVE RTC-TRIGGER-LIST TO RTE-TRIGGER-LIST(ROUTE-IDX)
              MOVE RTC-KEY-FIELD    TO RTE-KEY-FIELD(ROUTE-IDX)
              MOVE RTC-RELATED-TYPE TO RTE-RELATED-TYPE(ROUTE-IDX)
              MOVE RTC-SOURCE-LIST  TO RTE-SOURCE-LIST(ROUTE-IDX)
              MOVE RTC-TARGET-LIST  TO RTE-TARGET-LIST(ROUTE-IDX)
           ELSE
              SET ROUTE-CARD-ERROR TO TRUE
              DISPLAY 'INVALID ROUTING RULE: ' ROUTE-CARD
           END-IF
           EXIT.

      * the order number lives on orders and shipments, the         *
      * customer on orders, payments and accounts                    *
       DLL-ROUTE-KEY-FITS-TYPE.
           EVALUATE TRUE
              WHEN RTC-KEY-FIELD = 'O'
                    AND (ROUTE-CHECK-TYPE = 'O' OR 'S')
                 CONTINUE
              WHEN RTC-KEY-FIELD = 'C'
                    AND (ROUTE-CHECK-TYPE = 'O' OR 'P' OR 'A')
                 CONTINUE
              WHEN OTHER
                 MOVE 'N' TO ROUTE-KEY-OK-SW
           END-EVALUATE
           EXIT.

      * load the GL mapping cards - one bad card, a department and  *
      * activity mapped twice, or an activity with no *ALL card     *
      * refuses the whole run, the same as a bad routing rule: a    *
      * journal posted to the wrong accounts is worse than none     *
       DLL-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           READ GL-MAP-FILE
              AT END SET GL-MAP-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL GL-MAP-AT-EOF
              IF GL-MAP-CARD(1:1) NOT = '*' AND GL-MAP-CARD NOT = SPACES
                 PERFORM DLL-GL-CHECK-CARD
              END-IF
              READ GL-MAP-FILE
                 AT END SET GL-MAP-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           PERFORM VARYING GL-ACT FROM 1 BY 1 UNTIL GL-ACT > 4
              MOVE '*ALL' TO GL-FIND-DEPARTMENT
              PERFORM DLL-GL-FIND-CARD
              IF NOT GL-FOUND
                 SET GL-MAP-CARD-ERROR TO TRUE
                 DISPLAY 'NO *ALL GL MAPPING CARD FOR ACTIVITY '
                    GL-ACTIVITY-CODE(GL-ACT)
              END-IF
           END-PERFORM
           IF NOT GL-MAP-CARD-ERROR
              DISPLAY 'GL MAPPING CARDS IN EFFECT: ' GL-MAP-COUNT
           END-IF
           EXIT.

       DLL-GL-CHECK-CARD.
           MOVE 'Y' TO GL-CARD-OK-SW
           MOVE 0 TO GL-ACT
           PERFORM VARYING GL-TALLY-ACT FROM 1 BY 1
                 UNTIL GL-TALLY-ACT > 4
              IF GMC-ACTIVITY = GL-ACTIVITY-CODE(GL-TALLY-ACT)
                 MOVE GL-TALLY-ACT TO GL-ACT
              END-IF
           END-PERFORM
           IF GL-ACT = 0
                 OR GMC-DEPARTMENT = SPACES
                 OR GMC-DEBIT-ACCOUNT = SPACES
                 OR GMC-CREDIT-ACCOUNT = SPACES
                 OR GL-MAP-COUNT >= GL-MAP-MAX
              MOVE 'N' TO GL-CARD-OK-SW
           END-IF
           IF GL-CARD-OK
              MOVE GMC-DEPARTMENT TO GL-FIND-DEPARTMENT
              PERFORM DLL-GL-FIND-CARD
              IF GL-FOUND
                 MOVE 'N' TO GL-CARD-OK-SW
              END-IF
           END-IF
           IF GL-CARD-OK
              ADD 1 TO GL-MAP-COUNT
              SET GLM-IDX TO GL-MAP-COUNT
              MOVE GMC-ACTIVITY       TO GLM-ACTIVITY(GLM-IDX)
              MOVE GMC-DEPARTMENT     TO GLM-DEPARTMENT(GLM-IDX)
              MOVE GMC-DEBIT-ACCOUNT  TO GLM-DEBIT-ACCOUNT(GLM-IDX)
              MOVE GMC-CREDIT-ACCOUNT TO GLM-CREDIT-ACCOUNT(GLM-IDX)
              MOVE GMC-DESCRIPTION    TO GLM-DESCRIPTION(GLM-IDX)
           ELSE
              SET GL-MAP-CARD-ERROR TO TRUE
              DISPLAY 'INVALID GL MAPPING CARD: ' GL-MAP-CARD
           END-IF
           EXIT.

      * the card for activity GL-ACT and GL-FIND-DEPARTMENT exactly *
      * - GL-FOUND with its accounts in GL-DEBIT/CREDIT-ACCOUNT     *
       DLL-GL-FIND-CARD.
           MOVE 'N' TO GL-FOUND-SW
           PERFORM VARYING GLM-IDX FROM 1 BY 1
                 UNTIL GLM-IDX > GL-MAP-COUNT OR GL-FOUND
              IF GLM-ACTIVITY(GLM-IDX) = GL-ACTIVITY-CODE(GL-ACT)
                    AND GLM-DEPARTMENT(GLM-IDX) = GL-FIND-DEPARTMENT
                 MOVE 'Y' TO GL-FOUND-SW
                 MOVE GLM-DEBIT-ACCOUNT(GLM-IDX)  TO GL-DEBIT-ACCOUNT
                 MOVE GLM-CREDIT-ACCOUNT(GLM-IDX) TO GL-CREDIT-ACCOUNT
                 MOVE GLM-DESCRIPTION(GLM-IDX)    TO GL-DESCRIPTION
              END-IF
           END-PERFORM
           EXIT.

      * a record has just been queued (ROUTE-REQUEST on ROUTE-       *
      * TRIGGER-LIST-ID, DLL-TYPED-REC addressed onto its data) -    *
      * apply every rule it triggers. Only inserts trigger: a delete *
      * takes something away and brings nothing to route on          *
       DLL-ROUTE-ARRIVAL.
           IF ROUTE-RULE-COUNT > 0
                 AND (ROUTE-REQUEST = 'A' OR 'B' OR 'C' OR 'D')
                 AND REC-IS-TAGGED
              PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                    UNTIL ROUTE-IDX > ROUTE-RULE-COUNT
                 IF RTE-TRIGGER-LIST(ROUTE-IDX) = ROUTE-TRIGGER-LIST-ID
                       AND RTE-TRIGGER-TYPE(ROUTE-IDX) = REC-TYPE
                    PERFORM DLL-ROUTE-APPLY-RULE
                 END-IF
              END-PERFORM
           END-IF
           EXIT.

       DLL-ROUTE-GROUP-MEMBER.
           MOVE GRP-REQUEST(GROUP-IDX) TO ROUTE-REQUEST
           MOVE GRP-LIST-ID(GROUP-IDX) TO ROUTE-TRIGGER-LIST-ID
           SET ADDRESS OF DLL-TYPED-REC TO
              ADDRESS OF GRP-DATA(GROUP-IDX)
           PERFORM DLL-ROUTE-ARRIVAL
           EXIT.

      * find the related entry on the rule's source list by the key *
      * the arriving record carries and move it to the target list. *
      * Every call is tagged ORIGIN-ROUTING for the audit trail; the *
      * origin in force before (an operator correction's 'C') is    *
      * put back afterwards                                         *
       DLL-ROUTE-APPLY-RULE.
           PERFORM DLL-ROUTE-TRIGGER-KEY
           IF ROUTE-KEY-OK
              MOVE PARM-ORIGIN TO ROUTE-SAVE-ORIGIN
              SET ORIGIN-ROUTING TO TRUE
              SET FIND-BY-KEY TO TRUE
              MOVE RTE-SOURCE-LIST(ROUTE-IDX)  TO PARM-LIST-ID
              MOVE RTE-RELATED-TYPE(ROUTE-IDX) TO PARM-KEY-REC-TYPE
              MOVE RTE-KEY-FIELD(ROUTE-IDX)    TO PARM-KEY-FIELD
              MOVE ROUTE-KEY-VALUE             TO PARM-KEY-VALUE
              CALL 'DLLSUBX' USING DLL-CONTROL
              IF SUCCESSFUL
                 MOVE PARM-POSITION TO ROUTE-FOUND-POSITION
                 PERFORM DLL-ROUTE-MOVE-ENTRY
              ELSE
                 ADD 1 TO ROUTE-NO-MATCH-COUNT
              END-IF
              MOVE ROUTE-SAVE-ORIGIN TO PARM-ORIGIN
           END-IF
           EXIT.

       DLL-ROUTE-TRIGGER-KEY.
           MOVE 'N' TO ROUTE-KEY-OK-SW
           EVALUATE TRUE
              WHEN RTE-KEY-FIELD(ROUTE-IDX) = 'O' AND REC-TYPE-ORDER
                 IF ORD-ORDER-NUMBER NUMERIC
                    MOVE ORD-ORDER-NUMBER TO ROUTE-KEY-VALUE
                    MOVE 'Y' TO ROUTE-KEY-OK-SW
                 END-IF
              WHEN RTE-KEY-FIELD(ROUTE-IDX) = 'O' AND REC-TYPE-SHIPMENT
                 IF SHP-ORDER-NUMBER NUMERIC
                    MOVE SHP-ORDER-NUMBER TO ROUTE-KEY-VALUE
                    MOVE 'Y' TO ROUTE-KEY-OK-SW
                 END-IF
              WHEN RTE-KEY-FIELD(ROUTE-IDX) = 'C' AND REC-TYPE-ORDER
                 IF ORD-CUSTOMER-ID NUMERIC
                    MOVE ORD-CUSTOMER-ID TO ROUTE-KEY-VALUE
                    MOVE 'Y' TO ROUTE-KEY-OK-SW
                 END-IF
              WHEN RTE-KEY-FIELD(ROUTE-IDX) = 'C' AND REC-TYPE-PAYMENT
                 IF PAY-CUSTOMER-ID NUMERIC
                    MOVE PAY-CUSTOMER-ID TO ROUTE-KEY-VALUE
                    MOVE 'Y' TO ROUTE-KEY-OK-SW
                 END-IF
              WHEN RTE-KEY-FIELD(ROUTE-IDX) = 'C' AND REC-TYPE-ACCOUNT
                 IF ACT-ACCOUNT-NUMBER NUMERIC
                    MOVE ACT-ACCOUNT-NUMBER TO ROUTE-KEY-VALUE
                    MOVE 'Y' TO ROUTE-KEY-OK-SW
                 END-IF
           END-EVALUATE
           EXIT.

      * copy the related entry out, append it to the target list,   *
      * and only then delete it from the source - a target that     *
      * refuses it (capacity, unique mode) leaves it where it was.  *
      * Should the delete fail after the append, the appended copy  *
      * is taken back off so the entry is never on both lists       *
       DLL-ROUTE-MOVE-ENTRY.
           SET GET-BY-POS TO TRUE
           MOVE RTE-SOURCE-LIST(ROUTE-IDX) TO PARM-LIST-ID
           MOVE ROUTE-FOUND-POSITION TO PARM-POSITION
           SET PARM-DATA-PTR TO ADDRESS OF ROUTE-BUFFER
           MOVE LENGTH OF ROUTE-BUFFER TO PARM-DATA-LTH
           CALL 'DLLSUBX' USING DLL-CONTROL
           IF NOT SUCCESSFUL
              ADD 1 TO ROUTE-FAILED-COUNT
              DISPLAY 'ROUTING MOVE FAILED - CANNOT READ LIST '
                 RTE-SOURCE-LIST(ROUTE-IDX) ' POS '
                 ROUTE-FOUND-POSITION ' RC=' DLLSUBX-RC
           ELSE
              MOVE PARM-DATA-LTH TO ROUTE-DATA-LTH
              MOVE PARM-GOT-DATE TO PARM-ENQ-DATE
              MOVE PARM-GOT-TIME TO PARM-ENQ-TIME
              SET INSERT-END TO TRUE
              MOVE RTE-TARGET-LIST(ROUTE-IDX) TO PARM-LIST-ID
              SET PARM-DATA-PTR TO ADDRESS OF ROUTE-BUFFER
              MOVE ROUTE-DATA-LTH TO PARM-DATA-LTH
              CALL 'DLLSUBX' USING DLL-CONTROL
              MOVE RTE-TARGET-LIST(ROUTE-IDX) TO RECON-TALLY-LIST-ID
              MOVE 'B' TO RECON-TALLY-REQUEST
              PERFORM DLL-ROUTE-TALLY
              IF NOT SUCCESSFUL
                 ADD 1 TO ROUTE-FAILED-COUNT
                 DISPLAY 'ROUTING MOVE REFUSED BY LIST '
                    RTE-TARGET-LIST(ROUTE-IDX) ' RC=' DLLSUBX-RC
                    ' ' DLLSUBX-MSG
              ELSE
                 SET DELETE-POS TO TRUE
                 MOVE RTE-SOURCE-LIST(ROUTE-IDX) TO PARM-LIST-ID
                 MOVE ROUTE-FOUND-POSITION TO PARM-POSITION
                 CALL 'DLLSUBX' USING DLL-CONTROL
                 MOVE RTE-SOURCE-LIST(ROUTE-IDX) TO RECON-TALLY-LIST-ID
                 MOVE '3' TO RECON-TALLY-REQUEST
                 PERFORM DLL-ROUTE-TALLY
                 IF SUCCESSFUL
                    ADD 1 TO ROUTE-MOVED-COUNT
                 ELSE
                    ADD 1 TO ROUTE-FAILED-COUNT
                    DISPLAY 'ROUTING MOVE BACKED OUT - DELETE FAILED '
                       'LIST ' RTE-SOURCE-LIST(ROUTE-IDX) ' POS '
                       ROUTE-FOUND-POSITION ' RC=' DLLSUBX-RC
                    SET DELETE-END TO TRUE
                    MOVE RTE-TARGET-LIST(ROUTE-IDX) TO PARM-LIST-ID
                    CALL 'DLLSUBX' USING DLL-CONTROL
                    MOVE RTE-TARGET-LIST(ROUTE-IDX)
                       TO RECON-TALLY-LIST-ID
                    MOVE '2' TO RECON-TALLY-REQUEST
                    PERFORM DLL-ROUTE-TALLY
                 END-IF
              END-IF
           END-IF
           EXIT.

      * a routed call's own reconciliation line, source 'R' *
       DLL-ROUTE-TALLY.
           MOVE 'R' TO RECON-TALLY-SOURCE
           EVALUATE TRUE
              WHEN SUCCESSFUL
                 MOVE 'Y' TO RECON-TALLY-SUCCESS-SW
              WHEN DUPLICATE-KEY
                 MOVE 'D' TO RECON-TALLY-SUCCESS-SW
              WHEN OTHER
                 MOVE 'N' TO RECON-TALLY-SUCCESS-SW
           END-EVALUATE
           PERFORM RECON-TALLY
           EXIT.

      * find (or add) this LIST-ID/REQUEST pair's RECON-ENTRY and     *
      * bump its success or fail counter, driven by RECON-TALLY-PARMS *
      * so a buffered group member can tally after TRANS-REC has      *
           CLOSE DLL-RECON-FILE
           EXIT.

      * add the current TRANS-REC to the group being assembled - the  *
      * caller counts it, reads ahead and triggers DLL-APPLY-GROUP    *
      * once the group id changes or its input ends. A group          *
      * that overflows the group buffer abandons its rollback         *
      * protection: the buffered members are applied in file order    *
      * first, then this and every later member of the same group is  *
      * group settles                                                *
                 ADD 1 TO CKPT-SINCE-LAST
           END-EVALUATE
           EXIT.

      * a group has outgrown the group buffer: give up on rollback    *
           END-IF
           MOVE GRP-LIST-ID(GROUP-IDX) TO RECON-TALLY-LIST-ID
           MOVE GRP-REQUEST(GROUP-IDX) TO RECON-TALLY-REQUEST
           MOVE RECON-APPLY-SOURCE TO RECON-TALLY-SOURCE
           EVALUATE TRUE
              WHEN SUCCESSFUL
                 MOVE 'Y' TO RECON-TALLY-SUCCESS-SW
                 MOVE 'N' TO RECON-TALLY-SUCCESS-SW
           END-EVALUATE
           PERFORM RECON-TALLY
           IF SUCCESSFUL
              MOVE GRP-REQUEST(GROUP-IDX) TO GL-TALLY-REQUEST
              MOVE GRP-LIST-ID(GROUP-IDX) TO GL-TALLY-LIST-ID
              PERFORM DLL-GL-TALLY-ARRIVAL
              PERFORM DLL-ROUTE-GROUP-MEMBER
           END-IF
           EXIT.

      * reject line for a flushed member that failed, tagged with its *
           MOVE DLLSUBX-RC              TO REJ-RC
           MOVE DLLSUBX-MSG             TO REJ-MSG
           PERFORM DLL-REJECT-NAME-LOOKUP
           PERFORM DLL-REJECT-STAMP
           ADD 1 TO REJECT-COUNT
           WRITE DLL-REJECT-REC
           CLOSE DLL-REJECT-FILE
                 UNTIL GROUP-IDX > GROUP-BUFFER-COUNT
              PERFORM DLL-RECON-TALLY-GROUP-MEMBER
           END-PERFORM
      * routing waits until the group has settled - a move made on  *
      * the strength of a member that is then rolled back would     *
      * have nothing behind it                                      *
           IF NOT GROUP-ANY-FAILURE
              PERFORM VARYING GROUP-IDX FROM 1 BY 1
                    UNTIL GROUP-IDX > GROUP-BUFFER-COUNT
                 PERFORM DLL-ROUTE-GROUP-MEMBER
              END-PERFORM
           END-IF
           PERFORM DLL-CHECKPOINT-GROUP-DUE
           MOVE 0 TO GROUP-BUFFER-COUNT
           MOVE 'N' TO GROUP-OVERFLOW-SW
           IF SUCCESSFUL
              MOVE 'Y' TO GRP-HAS-PRE-SW(GROUP-IDX)
              MOVE PARM-DATA-LTH TO GRP-PRE-DATA-LTH(GROUP-IDX)
              MOVE PARM-GOT-DATE TO GRP-PRE-ENQ-DATE(GROUP-IDX)
              MOVE PARM-GOT-TIME TO GRP-PRE-ENQ-TIME(GROUP-IDX)
              MOVE 1 TO GRP-RESULT-POSITION(GROUP-IDX)
           ELSE
              SET GROUP-ANY-FAILURE TO TRUE
           IF SUCCESSFUL
              MOVE 'Y' TO GRP-HAS-PRE-SW(GROUP-IDX)
              MOVE PARM-DATA-LTH TO GRP-PRE-DATA-LTH(GROUP-IDX)
              MOVE PARM-GOT-DATE TO GRP-PRE-ENQ-DATE(GROUP-IDX)
              MOVE PARM-GOT-TIME TO GRP-PRE-ENQ-TIME(GROUP-IDX)
              MOVE PARM-POSITION TO GRP-RESULT-POSITION(GROUP-IDX)
           ELSE
              SET GROUP-ANY-FAILURE TO TRUE
           IF SUCCESSFUL
              MOVE 'Y' TO GRP-HAS-PRE-SW(GROUP-IDX)
              MOVE PARM-DATA-LTH TO GRP-PRE-DATA-LTH(GROUP-IDX)
              MOVE PARM-GOT-DATE TO GRP-PRE-ENQ-DATE(GROUP-IDX)
              MOVE PARM-GOT-TIME TO GRP-PRE-ENQ-TIME(GROUP-IDX)
              MOVE GRP-POSITION(GROUP-IDX)
                 TO GRP-RESULT-POSITION(GROUP-IDX)
           ELSE
           END-EVALUATE
           MOVE GRP-PRE-DATA-LTH(GROUP-IDX) TO PARM-DATA-LTH
           SET PARM-DATA-PTR TO ADDRESS OF GRP-PRE-DATA(GROUP-IDX)
           MOVE GRP-PRE-ENQ-DATE(GROUP-IDX) TO PARM-ENQ-DATE
           MOVE GRP-PRE-ENQ-TIME(GROUP-IDX) TO PARM-ENQ-TIME
           CALL 'DLLSUBX' USING DLL-CONTROL
           IF GROUP-NEEDS-REPOS AND SUCCESSFUL
              SET MOVE-POS TO TRUE
                    MOVE 'GROUP MEMBER NOT ATTEMPTED' TO REJ-MSG
              END-EVALUATE
              PERFORM DLL-REJECT-NAME-LOOKUP
              PERFORM DLL-REJECT-STAMP
              ADD 1 TO REJECT-COUNT
              WRITE DLL-REJECT-REC
           END-PERFORM
       DLL-RECON-TALLY-GROUP-MEMBER.
           MOVE GRP-LIST-ID(GROUP-IDX) TO RECON-TALLY-LIST-ID
           MOVE GRP-REQUEST(GROUP-IDX) TO RECON-TALLY-REQUEST
           MOVE RECON-APPLY-SOURCE TO RECON-TALLY-SOURCE
           IF GRP-APPLIED(GROUP-IDX) AND NOT GROUP-ANY-FAILURE
              MOVE 'Y' TO RECON-TALLY-SUCCESS-SW
              MOVE GRP-REQUEST(GROUP-IDX) TO GL-TALLY-REQUEST
              MOVE GRP-LIST-ID(GROUP-IDX) TO GL-TALLY-LIST-ID
              SET ADDRESS OF DLL-TYPED-REC TO
                 ADDRESS OF GRP-DATA(GROUP-IDX)
              PERFORM DLL-GL-TALLY-ARRIVAL
           ELSE
              MOVE 'N' TO RECON-TALLY-SUCCESS-SW
           END-IF
           PERFORM RECON-TALLY.
           EXIT.

       COPY DLLDATEP.
