            *> batch loader for TRANSACTIONS
            *> reads a day's worth of feed records and writes
            *> one TRANSACTION-STRUCT per input line, instead of
            *> files.cbl's single hardcoded test record. The
            *> night's feed may also be posted in branch
            *> partitions run side by side ('PART n'), which a
            *> final 'MERGE' proves against the whole feed and
            *> rolls into the one trailer (see WS-POSTING-MODE).
            *> A 'SPLIT' pass ahead of the partitions sets each
            *> one's fee, loan interest and protection UIDs aside
            *> in a reserve of its own (see P200-SET-ASIDE-
            *> PARTITION-UIDS).
            *> A withdrawal from a minor's account - one carrying
            *> a guardian on the holder cross-reference - waits
            *> on the hold queue for the guardian, and a transfer
            *> out of one is refused (see C370-CHECK-GUARDIAN).
            *> An item that would breach an account's funds and
            *> overdraft line first draws the shortfall from the
            *> account's protecting account, when it has one, as
            *> a transfer with a protection fee; the NSF path is
            *> left for the protecting account that cannot cover
            *> it (see C730-CHECK-PROTECTION)
            ENVIRONMENT DIVISION.
              INPUT-OUTPUT SECTION.
                FILE-CONTROL.
                  SELECT DAILY-FEED ASSIGN TO 'daily_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> SORT's work file - named per partition, the
                  *> same as the sorted feed below, so partitions
                  *> posting side by side never share one
                  SELECT SORT-WORK-FILE
                      ASSIGN USING WS-SORT-WORK-NAME.

                  *> feed sorted into ACCOUNT-ID order ahead of
                  *> the indexed TRANSACTIONS load, so records
                  *> post to the same account together instead
                  *> of bouncing the index around at random
                  SELECT SORTED-FEED
                      ASSIGN USING WS-SORTED-FEED-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> branch-to-partition map for posting the feed
                  *> in branch partitions side by side (see
                  *> A165-LOAD-PARTITION-MAP) - one row per
                  *> branch; a branch not on the map, or an
                  *> account with no branch cross-reference, goes
                  *> to partition 1
                  SELECT OPTIONAL POSTING-PARTITIONS
                      ASSIGN TO 'posting_partitions.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one partition's segment trailer (see
                  *> copybooks/TRAILSEG), reached through a
                  *> variable ASSIGN the way MERGETRN reaches its
                  *> registered extracts
                  SELECT OPTIONAL SEGMENT-TRAILER
                      ASSIGN USING WS-SEGMENT-TRAILER-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one partition's journal segment, read back by
                  *> the partition for its segment trailer and by
                  *> the merge to carry onto the main journal
                  SELECT OPTIONAL JOURNAL-SEGMENT
                      ASSIGN USING WS-JOURNAL-SEGMENT-NAME
                  ORGANIZATION IS SEQUENTIAL.

                  *> one partition's velocity postings, one row
                  *> per item posted, folded onto the velocity
                  *> history by the merge - the history itself is
                  *> rewritten whole, so partitions cannot share it
                  *> one partition's master change-journal images,
                  *> unsealed - the merge seals them onto the
                  *> master journal, as it does the journal segment
                  SELECT OPTIONAL MASTER-JOURNAL-SEGMENT
                      ASSIGN USING WS-MASTER-SEGMENT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> MSTJRNL's file, written here only by the merge
                  *> as it carries the partitions' segments over
                  SELECT OPTIONAL MASTER-JOURNAL
                      ASSIGN TO 'master_journal.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  SELECT OPTIONAL VELOCITY-SEGMENT
                      ASSIGN USING WS-VELOCITY-SEGMENT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one partition's UID reserve - the UIDs the
                  *> SPLIT pass set aside for it, which it draws
                  *> its fees, loan interest and protection legs
                  *> from instead of calling UIDALLOC
                  SELECT OPTIONAL UID-RESERVE
                      ASSIGN USING WS-UID-RESERVE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> every UID ever posted, now an indexed file

                  *> audit trail of every WRITE/REWRITE/DELETE
                  *> against TRANSACTIONS (see
                  *> files.cbl's matching SELECT) - journal.txt,
                  *> except that a branch partition writes its own
                  *> journal segment for the merge to carry over
                  SELECT JOURNAL ASSIGN USING WS-JOURNAL-NAME
                  ORGANIZATION IS SEQUENTIAL.

                  *> batch control trailer - record count and hash
                      ASSIGN TO 'transfer_feed.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the per-account risk-profile store C300
                  *> reads with one keyed probe instead of
                  *> walking the account's whole history (see
                  *> deposit still on hold, released by AVAILREL
                  *> as each hold matures; C700's overdraft
                  *> check nets these out of the balance a
                  *> withdrawal may draw against. LGLORD's legal-
                  *> order holds ride on it too (source 'L', no
                  *> release date) until LGLREMIT remits them
                  SELECT OPTIONAL FUNDS-HOLDS
                      ASSIGN TO 'funds_holds.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the deposited cheque register - every held
                  *> deposit is a cheque OUTCLEAR must present to
                  *> the clearing house (see copybooks/DEPITEM)
                  SELECT OPTIONAL DEPOSITED-ITEMS
                      ASSIGN TO 'deposited_items.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> one record per NSF decision this run makes -
                  *> reject or post-and-fee - for the NSFNTCE
                  *> daily notice run; regulations want the
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AM-ACCOUNT-ID.

                  *> installment-loan terms and amortization
                  *> schedule (see copybooks/LOANTRM and LOANSCH) -
                  *> a feed item against a loan account is a loan
                  *> payment, split into interest and principal
                  *> against the oldest unpaid installments
                  SELECT OPTIONAL LOAN-TERMS
                      ASSIGN TO 'loan_terms.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LT-ACCOUNT-ID.

                  SELECT OPTIONAL LOAN-SCHEDULE
                      ASSIGN TO 'loan_schedule.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-KEY.

                  *> one row per branch naming the internal
                  *> account that carries its unapplied credits -
                  *> a '????' row catches an item whose account
                  *> has no branch cross-reference (see
                  *> copybooks/SUSPITM)
                  SELECT OPTIONAL SUSPENSE-ACCOUNTS
                      ASSIGN TO 'suspense_accounts.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the account-to-branch mapping, same file
                  *> BRVALID and TRIALBAL load - says which
                  *> branch's suspense account an item belongs to
                  SELECT ACCOUNT-RATE-XREF
                      ASSIGN TO 'account_rate_xref.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> HLDRMNT's holder cross-reference - only its
                  *> guardian rows are wanted here (see
                  *> A170-LOAD-GUARDED-ACCOUNTS)
                  SELECT OPTIONAL ACCOUNT-HOLDERS
                      ASSIGN TO 'account_holders.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> ODMAINT's overdraft protection links (see
                  *> copybooks/ODPLINK)
                  SELECT OPTIONAL PROTECTION-LINKS
                      ASSIGN TO 'overdraft_links.txt'
                  ORGANIZATION IS LINE SEQUENTIAL.

                  *> the suspense file SUSPWORK works and SUSPAGE
                  *> ages - one row per credit parked on a
                  *> suspense account, keyed by its feed UID
                  SELECT OPTIONAL SUSPENSE-ITEMS
                      ASSIGN TO 'suspense_items.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SI-ITEM-UID.

            DATA DIVISION.
              FILE SECTION.
                *> one feed line per transaction, same field
                  02 TF-FROM-ACCOUNT PIC S9(7).
                  02 TF-TO-ACCOUNT PIC S9(7).

                FD MEMO-POST-FILE.
                COPY MEMOPST.

                  02 FH-SOURCE PIC X(1).
                  02 FH-RELEASE-DATE PIC 9(8).

                FD DEPOSITED-ITEMS.
                COPY DEPITEM.

                FD NSF-EVENTS.
                01 NSF-EVENT-RECORD.
                  02 NE-EVENT-DATE PIC 9(8).
                FD ACCOUNT-MASTER.
                COPY ACCTMST.

                FD LOAN-TERMS.
                COPY LOANTRM.

                FD LOAN-SCHEDULE.
                COPY LOANSCH.

                FD SUSPENSE-ACCOUNTS.
                01 SX-FEED-RECORD.
                  02 SX-FEED-BRANCH-CODE PIC X(4).
                  02 SX-FEED-ACCOUNT-ID PIC S9(7).

                FD ACCOUNT-RATE-XREF.
                01 XR-FEED-RECORD.
                  02 XR-FEED-ACCOUNT-ID PIC S9(7).
                  02 XR-FEED-BRANCH-CODE PIC X(4).
                  02 XR-FEED-TIER-NUM PIC 9(1).

                FD ACCOUNT-HOLDERS.
                COPY HOLDXREF.

                FD PROTECTION-LINKS.
                COPY ODPLINK.

                FD SUSPENSE-ITEMS.
                COPY SUSPITM.

                FD POSTING-PARTITIONS.
                01 PP-FEED-RECORD.
                  02 PP-FEED-BRANCH-CODE PIC X(4).
                  02 PP-FEED-PARTITION PIC 9(1).

                FD SEGMENT-TRAILER.
                COPY TRAILSEG.

                *> same layout as copybooks/JOURNAL, JS- prefixed
                *> since both are open together during the merge
                FD JOURNAL-SEGMENT.
                01 JOURNAL-SEGMENT-RECORD.
                  02 JS-TIMESTAMP PIC 9(8).
                  02 JS-OPERATION PIC X(7).
                  02 JS-TRANSACTION-IMAGE PIC X(123).
                  02 JS-OPERATOR-ID PIC X(8).
                  02 JS-CYCLE PIC 9(2).
                  02 JS-CHAIN-HASH PIC 9(10).

                *> same layout as copybooks/MSTJRNL, MS- prefixed
                *> since both are open together during the merge
                FD MASTER-JOURNAL-SEGMENT.
                01 MASTER-SEGMENT-RECORD.
                  02 MS-TIMESTAMP PIC 9(8).
                  02 MS-PROGRAM PIC X(8).
                  02 MS-OPERATOR-ID PIC X(8).
                  02 MS-BEFORE-IMAGE PIC X(111).
                  02 MS-AFTER-IMAGE PIC X(111).
                  02 MS-CHAIN-HASH PIC 9(10).

                FD MASTER-JOURNAL.
                COPY MSTJRNL.

                *> one row per block set aside - UR-NEXT-UID is
                *> the next the partition has not drawn
                FD UID-RESERVE.
                01 UID-RESERVE-RECORD.
                  02 UR-RANGE-NAME PIC X(10).
                  02 UR-NEXT-UID PIC 9(5).
                  02 UR-LAST-UID PIC 9(5).

                *> same layout as VELOCITY-HISTORY-RECORD
                FD VELOCITY-SEGMENT.
                01 VELOCITY-SEGMENT-RECORD.
                  02 VS-ACCOUNT-ID PIC S9(7).
                  02 VS-POST-DATE PIC 9(8).
                  02 VS-POST-COUNT PIC 9(5).
                  02 VS-POST-AMOUNT PIC 9(9)V9(2).

              WORKING-STORAGE SECTION.
                01 TRANSACTION-RECORD.
                  02 UID PIC 9(5).
                    88 REVERSAL VALUE 'R'.
                    88 INTEREST VALUE 'I'.
                    88 TRANSFER VALUE 'T'.
                    88 LOAN-ADVANCE VALUE 'L'.
                    88 LOAN-PAYMENT VALUE 'P'.
                    88 LOAN-INTEREST VALUE 'N'.
                    88 CHARGE-OFF VALUE 'K'.
                    88 RECOVERY VALUE 'Y'.
                    88 FEE-REFUND VALUE 'E'.
                    88 DEBIT-INTEREST VALUE 'O'.
                  02 CURRENCY-CODE PIC X(3).
                  02 POST-DATE PIC 9(8).

                01 WS-TRIAL-MODE PIC X VALUE 'N'.
                  88 TRIAL-POSTING-MODE VALUE 'Y'.

                *> branch-partitioned posting - 'PART n' on the
                *> command line posts only the feed records whose
                *> account's branch maps to partition n (see
                *> posting_partitions.txt), under its own
                *> run-control step name, into its own journal
                *> segment and segment trailer, so the scheduler
                *> can run the partitions side by side. 'MERGE'
                *> then proves the segments against the whole
                *> feed, carries the journal segments onto the
                *> main journal, posts the transfer feed, and
                *> rolls the segments into the one trailer record.
                *> A partition that fails is rerun alone - it
                *> picks up where its segment says it stopped -
                *> and the others are left as they posted
                01 WS-POSTING-MODE PIC X VALUE 'S'.
                  88 SINGLE-STREAM-POSTING VALUE 'S'.
                  88 PARTITION-POSTING-MODE VALUE 'P'.
                  88 PARTITION-MERGE-MODE VALUE 'M'.
                  88 PARTITION-SPLIT-MODE VALUE 'U'.
                01 WS-PARTITION-NUM PIC 9(1) VALUE 0.
                01 WS-PARTITION-RESTART PIC X VALUE 'N'.
                  88 PARTITION-RESTART VALUE 'Y'.
                01 WS-SORT-WORK-NAME PIC X(40)
                    VALUE 'tranload_sortwk.tmp'.
                01 WS-SORTED-FEED-NAME PIC X(40)
                    VALUE 'daily_feed_sorted.txt'.
                01 WS-JOURNAL-NAME PIC X(40) VALUE 'journal.txt'.
                01 WS-JOURNAL-SEGMENT-NAME PIC X(40) VALUE SPACES.
                01 WS-SEGMENT-TRAILER-NAME PIC X(40) VALUE SPACES.
                01 WS-VELOCITY-SEGMENT-NAME PIC X(40) VALUE SPACES.
                01 WS-MASTER-SEGMENT-NAME PIC X(40) VALUE SPACES.
                01 WS-UID-RESERVE-NAME PIC X(40) VALUE SPACES.

                *> the partition map loaded whole - the highest
                *> partition number on it is how many segments
                *> the merge expects
                01 WS-PARTITION-MAP-COUNT PIC 9(2) VALUE 0.
                01 WS-PARTITION-MAP-TABLE.
                  05 WS-PARTITION-MAP-ENTRY OCCURS 30 TIMES.
                    10 WS-PM-BRANCH PIC X(4).
                    10 WS-PM-PARTITION PIC 9(1).
                01 WS-PM-IDX PIC 9(2).
                01 WS-PARTITION-COUNT PIC 9(1) VALUE 1.
                01 WS-PARTITION-MAP-EOF PIC X VALUE 'N'.
                  88 END-OF-PARTITION-MAP VALUE 'Y'.
                01 WS-RECORD-BRANCH PIC X(4).
                01 WS-RECORD-PARTITION PIC 9(1).

                *> what this partition took off the whole feed,
                *> and what its journal segment reads back as
                01 WS-PART-RECORDS-READ PIC 9(7) VALUE 0.
                01 WS-PART-READ-HASH PIC 9(9) VALUE 0.
                01 WS-SEG-WRITTEN PIC 9(7) VALUE 0.
                01 WS-SEG-HASH PIC 9(9) VALUE 0.
                01 WS-RESTART-SKIPPED PIC 9(7) VALUE 0.
                01 WS-JSEG-EOF PIC X VALUE 'N'.
                  88 END-OF-JOURNAL-SEGMENT VALUE 'Y'.
                01 WS-VSEG-EOF PIC X VALUE 'N'.
                  88 END-OF-VELOCITY-SEGMENT VALUE 'Y'.
                01 WS-MSEG-EOF PIC X VALUE 'N'.
                  88 END-OF-MASTER-SEGMENT VALUE 'Y'.

                *> the merge's proof - the whole feed counted and
                *> hashed straight off daily_feed.txt against the
                *> sum of what every segment says it read
                01 WS-MERGE-PART-IDX PIC 9(1).
                01 WS-FEED-TOTAL-READ PIC 9(7) VALUE 0.
                01 WS-FEED-TOTAL-HASH PIC 9(9) VALUE 0.
                01 WS-SEGS-READ PIC 9(7) VALUE 0.
                01 WS-SEGS-READ-HASH PIC 9(9) VALUE 0.
                01 WS-SEGS-WRITTEN PIC 9(7) VALUE 0.
                01 WS-SEGS-HASH PIC 9(9) VALUE 0.
                01 WS-SEGS-REJECTED PIC 9(7) VALUE 0.
                01 WS-SEGS-HELD PIC 9(7) VALUE 0.
                01 WS-SEGS-CARRIED PIC 9(7) VALUE 0.
                01 WS-MASTER-SEGS-CARRIED PIC 9(7) VALUE 0.
                01 WS-SEGS-NOT-READY PIC 9(1) VALUE 0.
                01 WS-SEGS-OUT-OF-PROOF PIC 9(1) VALUE 0.
                01 WS-PARTITION-DATE PIC 9(8) VALUE 0.
                01 WS-PARTITION-ACCOUNT PIC S9(7).
                01 WS-SEGMENT-FOUND PIC X VALUE 'N'.
                  88 SEGMENT-ON-FILE VALUE 'Y'.
                01 WS-RAW-FEED-EOF PIC X VALUE 'N'.
                  88 END-OF-RAW-FEED VALUE 'Y'.

                *> who is running this - from the OPERATOR
                *> environment variable for a signed-on session,
                *> 'BATCH' when the scheduler runs it; stamped on

                01 WS-HELD-COUNT PIC 9(7) VALUE 0.

                *> accounts carrying a guardian - a minor's
                *> account, whose withdrawals the guardian must
                *> authorize. Teller entries (the TELLER range,
                *> UID 50001-54999) were authorized at the window
                *> (see TELLSCRN) and post; anything else withdrawn
                *> - standing orders, wires and phone instructions
                *> included - goes to the hold queue as GUARD for
                *> the guardian's say-so
                01 WS-HOLDERS-EOF PIC X VALUE 'N'.
                  88 END-OF-HOLDERS VALUE 'Y'.
                01 WS-GUARDED-COUNT PIC 9(3) VALUE 0.
                01 WS-GUARDED-TABLE.
                  05 WS-GUARDED-ACCOUNT PIC S9(7)
                      OCCURS 200 TIMES.
                01 WS-GUARDED-IDX PIC 9(3).
                01 WS-GUARD-CHECK-ACCOUNT PIC S9(7).
                01 WS-GUARDIAN-STATUS PIC X VALUE 'N'.
                  88 GUARDIAN-REQUIRED VALUE 'Y'.


                *> HOLCHK's date-service request block - SPACE in
                *> the service code asks the plain single-date
                01 WS-XFER-CHECK-UID PIC 9(5).
                01 WS-XFER-LEG-UID PIC 9(5).
                01 WS-XFER-LEG-ACCOUNT PIC S9(7).
                01 WS-XFER-LEG-DESC PIC X(25).
                01 WS-XFER-LEG-AMOUNT PIC S9(6)V9(2).
                01 WS-XFER-COUNT PIC 9(5) VALUE 0.
                01 WS-XFER-REJECTED PIC 9(5) VALUE 0.
                  88 POSTING-CLEAR VALUE 'C'.
                  88 ACCOUNT-IS-BLOCKED VALUE 'A'.
                  88 UID-IS-BLOCKED VALUE 'U'.
                  88 CHEQUE-IS-STOPPED VALUE 'Q'.
                *> no cheque serial rides this posting - only a
                *> presented cheque can meet a cheque stop
                01 WS-NO-CHEQUE-SERIAL PIC 9(8) VALUE 0.

                *> overdraft screening (see C700-CHECK-OVERDRAFT)
                *> - a posting that would drive the balance below
                  88 OVERDRAFT-OK VALUE 'O'.
                  88 OVERDRAFT-NSF-REJECT VALUE 'R'.
                  88 OVERDRAFT-POST-WITH-FEE VALUE 'P'.
                  88 OVERDRAFT-PROTECTED VALUE 'T'.
                01 WS-NSF-FEE-AMOUNT PIC 9(4)V9(2) VALUE 25.00.

                *> overdraft protection (see C730-CHECK-PROTECTION)
                *> - the protecting account covers the shortfall
                *> below the line plus its own, smaller, fee, so
                *> the fee cannot put the account back over
                01 WS-PROTECT-FEE-AMOUNT PIC 9(4)V9(2) VALUE 10.00.
                01 WS-LINKS-EOF PIC X VALUE 'N'.
                  88 END-OF-PROTECTION-LINKS VALUE 'Y'.
                01 WS-LINK-COUNT PIC 9(3) VALUE 0.
                01 WS-LINK-TABLE.
                  05 WS-LINK-ENTRY OCCURS 200 TIMES.
                    10 WS-LINK-ACCOUNT PIC S9(7).
                    10 WS-LINK-PROTECT PIC S9(7).
                    10 WS-LINK-INCREMENT PIC 9(4)V9(2).
                01 WS-LINK-IDX PIC 9(3).
                01 WS-LINK-MATCH PIC 9(3) VALUE 0.
                01 WS-PROTECT-ACCOUNT PIC S9(7) VALUE 0.
                01 WS-PROTECT-AMOUNT PIC S9(6)V9(2) VALUE 0.
                01 WS-PROTECT-UNITS PIC 9(7) VALUE 0.
                01 WS-PROTECT-AVAILABLE PIC S9(8)V9(2) VALUE 0.
                01 WS-PROTECT-SAVE-UID PIC 9(5).
                01 WS-PROTECT-BLOCK-STATUS PIC X VALUE 'C'.
                  88 PROTECT-POSTING-CLEAR VALUE 'C'.
                01 WS-PROTECT-COUNT PIC 9(5) VALUE 0.
                01 WS-PROTECT-TOTAL PIC S9(9)V9(2) VALUE 0.
                *> the transfer legs draw UIDs from UIDALLOC's
                *> SWEEP range - like SWEEPGEN's, these are
                *> transfers the bank makes for the customer - in
                *> blocks of TRANLOAD's own
                01 WS-NEXT-PROTECT-UID PIC 9(5) VALUE 0.
                01 WS-PROTECT-DEBIT-UID PIC 9(5) VALUE 0.
                01 WS-PROTECT-UIDS-USED PIC X VALUE 'N'.
                  88 PROTECT-UIDS-WERE-USED VALUE 'Y'.

                *> NSF fees draw UIDs from UIDALLOC's FEE range,
                *> the one FEEASSES uses, in blocks of their own,
                *> so the fee posters never collide
                01 WS-NEXT-FEE-UID PIC 9(5) VALUE 0.
                01 WS-FEE-UIDS-USED PIC X VALUE 'N'.
                  88 FEE-UIDS-WERE-USED VALUE 'Y'.

                *> lifecycle guard alongside the cross-reference -
                *> a frozen or closed account whose status has
                *> (see copybooks/ACCTMST and ACCTSTAT)
                01 WS-ACCOUNT-POSTABLE PIC X VALUE 'N'.
                  88 ACCOUNT-OPEN-FOR-POSTING VALUE 'Y'.
                *> the one exception - a deposit to a charged-off
                *> account still posts, but as a recovery (see
                *> D500): the money goes to the recovery GL line
                *> and the written-off balance stays at zero
                01 WS-RECOVERY-SWITCH PIC X VALUE 'N'.
                  88 RECOVERY-POSTING VALUE 'Y'.
                01 WS-RECOVERY-COUNT PIC 9(7) VALUE 0.
                01 WS-RECOVERY-TOTAL PIC 9(8)V9(2) VALUE 0.

                *> before-image of the master record in hand, for
                *> the change journal every REWRITE logs through
                *> the MSTJRNL subprogram (see copybooks/MSTJRNL)
                01 WS-MJ-BEFORE PIC X(111).


                *> staged full-width so EXCLOG's X(60) linkage
                01 WS-PROF-ACCOUNT PIC S9(7).
                01 WS-PROF-AMOUNT PIC 9(8)V9(2).

                *> loan-payment application (see C800 and D400) -
                *> a payment is checked against what the schedule
                *> still has outstanding before it may post, then
                *> applied installment by installment in due
                *> order: the installment's interest first, then
                *> its late charge and principal. The interest
                *> share posts as its own LOAN-INTEREST line out
                *> of UIDALLOC's LOANINT range (below RUNBKOUT's
                *> reserved floor, so a backed-out run takes its
                *> loan interest with it, as it does the NSF fees)
                01 WS-LOAN-CHECK PIC X VALUE 'O'.
                  88 LOAN-PAYMENT-OK VALUE 'O'.
                  88 LOAN-NOT-A-PAYMENT VALUE 'N'.
                  88 LOAN-PAYMENT-TOO-LARGE VALUE 'X'.
                01 WS-LOAN-SCHED-EOF PIC X VALUE 'N'.
                  88 END-OF-LOAN-SCHEDULE VALUE 'Y'.
                01 WS-LOAN-TERMS-FOUND PIC X VALUE 'N'.
                  88 LOAN-TERMS-ON-FILE VALUE 'Y'.
                01 WS-LOAN-OUTSTANDING PIC 9(8)V9(2) VALUE 0.
                01 WS-LOAN-UNAPPLIED PIC 9(6)V9(2) VALUE 0.
                01 WS-LOAN-INST-OWED PIC 9(6)V9(2) VALUE 0.
                01 WS-LOAN-INST-INTEREST PIC 9(6)V9(2) VALUE 0.
                01 WS-LOAN-APPLY PIC 9(6)V9(2) VALUE 0.
                01 WS-LOAN-INTEREST-PART PIC 9(6)V9(2) VALUE 0.
                01 WS-NEXT-LOAN-INT-UID PIC 9(5) VALUE 0.
                01 WS-LOAN-INT-UIDS-USED PIC X VALUE 'N'.
                  88 LOAN-INT-UIDS-WERE-USED VALUE 'Y'.

                *> UIDs for the range named in WS-UID-RANGE come
                *> back in WS-UID-DRAWN (see D050-NEXT-UID)
                01 WS-UID-RANGE PIC X(10).
                01 WS-UID-DRAWN PIC 9(5).

                *> a branch partition's UID reserve - one row per
                *> block 'TRANLOAD SPLIT' set aside for it, loaded
                *> at the start of the partition's run and
                *> rewritten whole after every UID drawn, so a
                *> rerun never draws one a failed run already
                *> posted. Partitions posting side by side only
                *> ever read and write their own reserve; the
                *> SPLIT pass, run before any of them starts, is
                *> the only one to call UIDALLOC for them, and
                *> tops each range up by WS-RESERVE-BLOCK once it
                *> is down below WS-RESERVE-FLOOR
                01 WS-RESERVE-COUNT PIC 9(2) VALUE 0.
                01 WS-RESERVE-TABLE.
                  05 WS-RESERVE-ENTRY OCCURS 20 TIMES.
                    10 WS-RSV-RANGE PIC X(10).
                    10 WS-RSV-NEXT PIC 9(6).
                    10 WS-RSV-LAST PIC 9(5).
                01 WS-RSV-IDX PIC 9(2).
                01 WS-RSV-FOUND PIC 9(2).
                01 WS-RESERVE-EOF PIC X VALUE 'N'.
                  88 END-OF-UID-RESERVE VALUE 'Y'.
                01 WS-RESERVE-LEFT PIC 9(6).
                01 WS-RESERVE-FLOOR PIC 9(5) VALUE 100.
                01 WS-RESERVE-BLOCK PIC 9(5) VALUE 300.
                01 WS-RESERVED-RANGES.
                  05 FILLER PIC X(10) VALUE 'FEE'.
                  05 FILLER PIC X(10) VALUE 'LOANINT'.
                  05 FILLER PIC X(10) VALUE 'SWEEP'.
                01 WS-RESERVED-RANGE-TABLE
                    REDEFINES WS-RESERVED-RANGES.
                  05 WS-RESERVED-RANGE PIC X(10) OCCURS 3 TIMES.
                01 WS-RANGE-IDX PIC 9(1).
                01 WS-LOAN-PAYMENT-COUNT PIC 9(7) VALUE 0.
                01 WS-LOAN-INTEREST-TOTAL PIC 9(8)V9(2) VALUE 0.

                *> the system day-control state (see DAYCTL) -
                *> online work is refused unless the shop is
                *> online-open
                  88 DAY-BATCH-RUNNING VALUE 'B'.
                  88 DAY-CLOSED VALUE 'D'.

                *> suspense routing (see C550 and D600) - a
                *> credit for an account that is not on the
                *> master, or is closed, posts to its branch's
                *> suspense account instead of being rejected,
                *> and the item is filed on the suspense file for
                *> SUSPWORK to apply or return. A debit still
                *> rejects, as does any credit when no suspense
                *> account is set up for the branch
                01 WS-SUSPENSE-COUNT PIC 9(2) VALUE 0.
                01 WS-SUSPENSE-TABLE.
                  05 WS-SUSPENSE-ENTRY OCCURS 20 TIMES.
                    10 WS-SX-BRANCH PIC X(4).
                    10 WS-SX-ACCOUNT PIC S9(7).
                01 WS-SX-IDX PIC 9(2).
                01 WS-SUSPENSE-EOF PIC X VALUE 'N'.
                  88 END-OF-SUSPENSE-ACCOUNTS VALUE 'Y'.
                01 WS-XREF-EOF PIC X VALUE 'N'.
                  88 END-OF-XREF VALUE 'Y'.
                01 WS-ACCOUNT-COUNT PIC 9(2) VALUE 0.
                *> same OCCURS DEPENDING ON shape as BRVALID's
                01 WS-ACCOUNT-RATE-TABLE.
                  05 WS-ACCOUNT-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-ACCOUNT-COUNT
                      ASCENDING KEY IS WS-XR-ACCOUNT-ID
                      INDEXED BY ACCT-IDX.
                    10 WS-XR-ACCOUNT-ID PIC S9(7).
                    10 WS-XR-BRANCH-CODE PIC X(4).
                    10 WS-XR-TIER-NUM PIC 9(1).
                01 WS-ITEM-BRANCH PIC X(4).
                01 WS-ITEM-SUSPENSE-ACCOUNT PIC S9(7).
                01 WS-ITEM-REASON PIC X(1).
                01 WS-SUSPENSE-FOUND PIC X VALUE 'N'.
                  88 SUSPENSE-ACCOUNT-FOUND VALUE 'Y'.
                01 WS-SUSPENSE-END-BALANCE PIC S9(8)V9(2).
                01 WS-SUSPENSE-POSTED PIC 9(7) VALUE 0.
                01 WS-SUSPENSE-TOTAL PIC 9(8)V9(2) VALUE 0.

            PROCEDURE DIVISION.
              A000-MAIN-PARA.
              MOVE FUNCTION CURRENT-DATE(9:6) TO
                DISPLAY 'TRANLOAD POSTING CYCLE '
                    WS-POSTING-CYCLE
              END-IF
              IF WS-TRANLOAD-PARM(1:5) = 'PART '
                  AND WS-TRANLOAD-PARM(6:1) IS NUMERIC
                SET PARTITION-POSTING-MODE TO TRUE
                MOVE WS-TRANLOAD-PARM(6:1) TO WS-PARTITION-NUM
                MOVE SPACES TO WS-STEP-ID
                STRING 'TRANPART-' WS-PARTITION-NUM
                    DELIMITED BY SIZE INTO WS-STEP-ID
                END-STRING
                MOVE WS-PARTITION-NUM TO WS-MERGE-PART-IDX
                PERFORM A020-NAME-PARTITION-FILES
                MOVE SPACES TO WS-SORT-WORK-NAME
                STRING 'tranload_sortwk_p' WS-PARTITION-NUM
                    '.tmp' DELIMITED BY SIZE
                    INTO WS-SORT-WORK-NAME
                END-STRING
                MOVE SPACES TO WS-SORTED-FEED-NAME
                STRING 'daily_feed_sorted_p' WS-PARTITION-NUM
                    '.txt' DELIMITED BY SIZE
                    INTO WS-SORTED-FEED-NAME
                END-STRING
                MOVE WS-JOURNAL-SEGMENT-NAME TO WS-JOURNAL-NAME
                DISPLAY 'TRANLOAD POSTING BRANCH PARTITION '
                    WS-PARTITION-NUM
              END-IF
              IF WS-TRANLOAD-PARM(1:5) = 'MERGE'
                SET PARTITION-MERGE-MODE TO TRUE
                DISPLAY 'TRANLOAD MERGING THE BRANCH PARTITIONS'
              END-IF
              *> the SPLIT pass posts nothing - it only tops up
              *> the partitions' UID reserves, and is run before
              *> the partitions start (and before a failed one is
              *> rerun, should its reserve have run dry)
              IF WS-TRANLOAD-PARM(1:5) = 'SPLIT'
                SET PARTITION-SPLIT-MODE TO TRUE
                DISPLAY 'TRANLOAD SETTING PARTITION UIDS ASIDE'
                PERFORM P200-SET-ASIDE-PARTITION-UIDS
                GOBACK
              END-IF
              PERFORM A010-CHECK-BATCH-WINDOW
              IF TRIAL-POSTING-MODE
                SET WITHIN-BATCH-WINDOW TO TRUE
                    WS-EXC-MESSAGE
                END-CALL
              ELSE
                CALL 'BUSDATE' USING 'G', WS-RUN-DATE
                END-CALL
                CALL 'HOLCHK' USING WS-RUN-DATE,
                    WS-HOLIDAY-STATUS, WS-DATE-SERVICE
                END-CALL
                      WS-EXC-MESSAGE
                  END-CALL
                ELSE
                  *> a partition number off the map, a stale
                  *> segment, or a merge whose segments are not
                  *> all in stops here, before the day is marked
                  *> batch-running
                  PERFORM A165-LOAD-PARTITION-MAP
                  IF PARTITION-POSTING-MODE
                    PERFORM P000-START-PARTITION
                  END-IF
                  IF PARTITION-MERGE-MODE
                    PERFORM M000-PROVE-PARTITIONS
                  END-IF
                  IF NOT TRIAL-POSTING-MODE
                    SET DAY-BATCH-RUNNING TO TRUE
                    CALL 'DAYCTL' USING 'S', WS-DAY-STATE
                    END-CALL
                  END-IF
                  IF NOT PARTITION-MERGE-MODE
                    PERFORM A050-SORT-FEED
                  END-IF
                PERFORM A100-OPEN-POSTED-UIDS
                PERFORM A120-LOAD-VELOCITY-CONTROL
                PERFORM A130-LOAD-VELOCITY-HISTORY
                PERFORM A140-LOAD-MEMO-POST
                PERFORM A150-LOAD-AVAILABILITY
                PERFORM A160-LOAD-SUSPENSE-ACCOUNTS
                PERFORM A170-LOAD-GUARDED-ACCOUNTS
                PERFORM A175-LOAD-PROTECTION-LINKS

                IF PARTITION-MERGE-MODE
                  SET END-OF-FEED TO TRUE
                ELSE
                  OPEN INPUT SORTED-FEED
                END-IF
                OPEN I-O RISK-PROFILE
                OPEN EXTEND REJECTS
                OPEN EXTEND JOURNAL
                IF PARTITION-POSTING-MODE
                  OPEN EXTEND MASTER-JOURNAL-SEGMENT
                END-IF
                OPEN EXTEND HOLD-QUEUE
                OPEN I-O ACCOUNT-MASTER
                OPEN INPUT LOAN-TERMS
                OPEN I-O LOAN-SCHEDULE
                OPEN I-O SUSPENSE-ITEMS
                IF NOT SOMETHING-EVER-POSTED
                    AND NOT TRIAL-POSTING-MODE
                  *> nothing has ever posted against this file -
                  *> first-ever trial)
                  OPEN I-O TRANSACTIONS
                END-IF
                IF PARTITION-MERGE-MODE
                  PERFORM M200-CARRY-SEGMENTS
                END-IF

                PERFORM UNTIL END-OF-FEED
                  READ SORTED-FEED
                  END-READ
                END-PERFORM

                *> a transfer may cross partitions, so the
                *> transfer feed posts once, in the merge
                IF NOT PARTITION-POSTING-MODE
                  PERFORM A300-PROCESS-TRANSFER-FEED
                END-IF
                IF PARTITION-MERGE-MODE
                  PERFORM M300-SETTLE-PARTITION-MEMOS
                ELSE
                  CLOSE SORTED-FEED
                END-IF
                CLOSE RISK-PROFILE
                CLOSE TRANSACTIONS
                CLOSE REJECTS
                CLOSE JOURNAL
                CLOSE HOLD-QUEUE
                CLOSE ACCOUNT-MASTER
                CLOSE LOAN-TERMS
                CLOSE LOAN-SCHEDULE
                CLOSE SUSPENSE-ITEMS
                CLOSE POSTED-UIDS
                IF PARTITION-POSTING-MODE
                  CLOSE VELOCITY-SEGMENT
                  CLOSE MASTER-JOURNAL-SEGMENT
                END-IF

                *> a branch partition holds no UIDALLOC blocks -
                *> it drew from its own reserve, set aside by the
                *> SPLIT pass before the partitions started, and
                *> what is left there carries to its next run
                IF NOT PARTITION-POSTING-MODE
                  IF FEE-UIDS-WERE-USED
                    CALL 'UIDALLOC' USING 'FEE       ', 'TRANLOAD',
                        'R', WS-NEXT-FEE-UID
                    END-CALL
                  END-IF
                  IF LOAN-INT-UIDS-WERE-USED
                    CALL 'UIDALLOC' USING 'LOANINT   ', 'TRANLOAD',
                        'R', WS-NEXT-LOAN-INT-UID
                    END-CALL
                  END-IF
                  IF PROTECT-UIDS-WERE-USED
                    CALL 'UIDALLOC' USING 'SWEEP     ', 'TRANLOAD',
                        'R', WS-NEXT-PROTECT-UID
                    END-CALL
                  END-IF
                END-IF
                IF NOT TRIAL-POSTING-MODE
                  IF PARTITION-POSTING-MODE
                    PERFORM P100-FINISH-PARTITION
                  ELSE
                    PERFORM A250-SAVE-VELOCITY-HISTORY
                    PERFORM A260-SETTLE-MEMO-POST
                    PERFORM H000-WRITE-TRAILER
                    IF PARTITION-MERGE-MODE
                      PERFORM M400-CLEAR-VELOCITY-SEGMENTS
                    END-IF
                  END-IF
                END-IF

                *> end-of-job summary banner - same bannered-block
                *> suite
                DISPLAY '=========================================='
                DISPLAY 'TRANLOAD - END OF JOB SUMMARY'
                IF PARTITION-POSTING-MODE
                  DISPLAY 'BRANCH PARTITION  : ' WS-PARTITION-NUM
                  IF PARTITION-RESTART
                    DISPLAY 'POSTED PRE-RERUN  : '
                        WS-RESTART-SKIPPED
                  END-IF
                END-IF
                IF PARTITION-MERGE-MODE
                  DISPLAY 'PARTITIONS MERGED : ' WS-PARTITION-COUNT
                  DISPLAY 'WHOLE FEED RECORDS: ' WS-FEED-TOTAL-READ
                  DISPLAY 'WHOLE FEED HASH   : ' WS-FEED-TOTAL-HASH
                  DISPLAY 'SEGMENTS READ     : ' WS-SEGS-READ
                  DISPLAY 'SEGMENT READ HASH : ' WS-SEGS-READ-HASH
                  DISPLAY 'JOURNAL CARRIED   : ' WS-SEGS-CARRIED
                  DISPLAY 'MASTER CARRIED    : '
                      WS-MASTER-SEGS-CARRIED
                  DISPLAY 'FEED PROOF        : IN BALANCE'
                END-IF
                DISPLAY 'RECORDS READ      : ' WS-RECORDS-READ
                DISPLAY 'RECORDS WRITTEN   : ' WS-RECORDS-WRITTEN
                DISPLAY 'RECORDS REJECTED  : ' WS-RECORDS-REJECTED
                DISPLAY 'DEPOSITS POSTED   : ' WS-DEPOSIT-COUNT
                DISPLAY 'WITHDRAWALS POSTED: ' WS-WITHDRAWAL-COUNT
                DISPLAY 'ZERO-AMOUNT POSTED: ' WS-ZERO-AMOUNT-COUNT
                DISPLAY 'LOAN PAYMENTS     : ' WS-LOAN-PAYMENT-COUNT
                DISPLAY 'LOAN INTEREST PAID: '
                    WS-LOAN-INTEREST-TOTAL
                DISPLAY 'RECOVERIES POSTED : ' WS-RECOVERY-COUNT
                DISPLAY 'RECOVERED AMOUNT  : ' WS-RECOVERY-TOTAL
                DISPLAY 'TO SUSPENSE       : ' WS-SUSPENSE-POSTED
                DISPLAY 'SUSPENSE AMOUNT   : ' WS-SUSPENSE-TOTAL
                DISPLAY 'HELD FOR REVIEW   : ' WS-HELD-COUNT
                DISPLAY 'PROTECTION XFERS  : ' WS-PROTECT-COUNT
                DISPLAY 'PROTECTION AMOUNT : ' WS-PROTECT-TOTAL
                IF TRIAL-POSTING-MODE
                  DISPLAY 'TRIAL MODE        : NOTHING COMMITTED'
                END-IF
                IF NOT TRIAL-POSTING-MODE
                  *> posting is done - the shop goes back to
                  *> online-closed so HOLDREL and the opening
                  *> step may proceed in the morning; with the
                  *> feed in partitions, posting is only done
                  *> once the merge is
                  IF NOT PARTITION-POSTING-MODE
                    SET DAY-ONLINE-CLOSED TO TRUE
                    CALL 'DAYCTL' USING 'S', WS-DAY-STATE
                    END-CALL
                  END-IF
                  CALL 'RUNCTL' USING WS-STEP-ID, SPACES,
                      WS-RUN-DATE, WS-STEP-STATUS, 'M'
                  END-CALL
                  CALL 'RUNSTAT' USING WS-STEP-ID,
                      WS-RECORDS-READ, WS-RECORDS-WRITTEN,
                      WS-RECORDS-REJECTED, WS-HELD-COUNT,
                      WS-STAT-START-TIME, WS-STAT-END-TIME,
                      WS-PARTITION-RESTART
                  END-CALL
                END-IF
                END-IF
                END-IF
              END-IF.

              *> the four segment files of the partition in
              *> WS-MERGE-PART-IDX - a partition names its own,
              *> the merge walks every partition's in turn
              A020-NAME-PARTITION-FILES.
              MOVE SPACES TO WS-JOURNAL-SEGMENT-NAME
              STRING 'journal_p' WS-MERGE-PART-IDX '.txt'
                  DELIMITED BY SIZE INTO WS-JOURNAL-SEGMENT-NAME
              END-STRING
              MOVE SPACES TO WS-SEGMENT-TRAILER-NAME
              STRING 'transactions_trailer_p' WS-MERGE-PART-IDX
                  '.txt' DELIMITED BY SIZE
                  INTO WS-SEGMENT-TRAILER-NAME
              END-STRING
              MOVE SPACES TO WS-VELOCITY-SEGMENT-NAME
              STRING 'velocity_segment_p' WS-MERGE-PART-IDX
                  '.txt' DELIMITED BY SIZE
                  INTO WS-VELOCITY-SEGMENT-NAME
              END-STRING
              MOVE SPACES TO WS-MASTER-SEGMENT-NAME
              STRING 'master_journal_p' WS-MERGE-PART-IDX
                  '.txt' DELIMITED BY SIZE
                  INTO WS-MASTER-SEGMENT-NAME
              END-STRING
              MOVE SPACES TO WS-UID-RESERVE-NAME
              STRING 'uid_reserve_p' WS-MERGE-PART-IDX
                  '.txt' DELIMITED BY SIZE
                  INTO WS-UID-RESERVE-NAME
              END-STRING.

              *> sort the raw feed into ACCOUNT-ID order before
              *> it ever reaches the indexed TRANSACTIONS load -
              *> posting a whole account's transactions together
              *> is kinder to the index than posting in arrival
              *> order
              A050-SORT-FEED.
              IF PARTITION-POSTING-MODE
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SD-ACCOUNT-ID
                    INPUT PROCEDURE IS A055-SELECT-PARTITION
                    GIVING SORTED-FEED
              ELSE
                SORT SORT-WORK-FILE
                    ON ASCENDING KEY SD-ACCOUNT-ID
                    USING DAILY-FEED
                    GIVING SORTED-FEED
              END-IF.

              *> a branch partition sorts only its own share of
              *> the whole feed, counting and hashing what it
              *> takes so the merge can prove the shares add
              *> back up to the feed
              A055-SELECT-PARTITION.
              MOVE 'N' TO WS-RAW-FEED-EOF
              OPEN INPUT DAILY-FEED
              PERFORM UNTIL END-OF-RAW-FEED
                READ DAILY-FEED
                  AT END
                    SET END-OF-RAW-FEED TO TRUE
                  NOT AT END
                    MOVE FEED-ACCOUNT-ID TO WS-PARTITION-ACCOUNT
                    PERFORM C060-FIND-RECORD-PARTITION
                    IF WS-RECORD-PARTITION = WS-PARTITION-NUM
                      RELEASE SD-FEED-RECORD FROM FEED-RECORD
                      ADD 1 TO WS-PART-RECORDS-READ
                      IF FEED-UID IS NUMERIC
                        ADD FEED-UID TO WS-PART-READ-HASH
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DAILY-FEED.

              *> the account's branch off the cross-reference,
              *> then the branch's partition off the map -
              *> partition 1 when either is missing
              C060-FIND-RECORD-PARTITION.
              MOVE 1 TO WS-RECORD-PARTITION
              MOVE '????' TO WS-RECORD-BRANCH
              IF WS-ACCOUNT-COUNT > 0
                SEARCH ALL WS-ACCOUNT-ENTRY
                  AT END
                    CONTINUE
                  WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) =
                      WS-PARTITION-ACCOUNT
                    MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                        WS-RECORD-BRANCH
                END-SEARCH
              END-IF
              PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                  UNTIL WS-PM-IDX > WS-PARTITION-MAP-COUNT
                IF WS-PM-BRANCH(WS-PM-IDX) = WS-RECORD-BRANCH
                  MOVE WS-PM-PARTITION(WS-PM-IDX) TO
                      WS-RECORD-PARTITION
                END-IF
              END-PERFORM.

              *> open the indexed posted-UID store for the run -
              *> OPTIONAL plus I-O creates it on the very first
                PERFORM A102-PROBE-FOR-ANY-UID
              END-IF.

              *> a keyed probe of the indexed store, in place of
              *> the old in-memory SEARCH ALL - the read-by-key
              *> costs the same whether ten UIDs or ten years of
              *> history
              A140-LOAD-MEMO-POST.
              MOVE 0 TO WS-MEMO-COUNT
              *> the memo file is settled by the merge, once
              *> every partition has posted
              IF PARTITION-POSTING-MODE
                EXIT PARAGRAPH
              END-IF
              MOVE 'N' TO WS-MEMO-EOF
              OPEN INPUT MEMO-POST-FILE
              PERFORM UNTIL END-OF-MEMO-POST
              *> here (see BLKCHK/BLOCKMNT)
              C250-CHECK-BLOCK-LIST.
              CALL 'BLKCHK' USING SF-ACCOUNT-ID, SF-UID,
                  WS-BLOCK-STATUS, WS-NO-CHEQUE-SERIAL
              END-CALL.

              *> an account with no branch cross-reference entry is
              C500-LOOKUP-ACCOUNT-MASTER.
              MOVE 'N' TO WS-ACCOUNT-FOUND
              MOVE 'N' TO WS-ACCOUNT-POSTABLE
              MOVE 'N' TO WS-RECOVERY-SWITCH
              MOVE SF-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  IF ACCOUNT-OPEN
                      OR AM-STATUS-DATE > WS-RUN-DATE
                    SET ACCOUNT-OPEN-FOR-POSTING TO TRUE
                  ELSE
                    IF ACCOUNT-CHARGED-OFF
                        AND SF-AMOUNT > 0
                      SET ACCOUNT-OPEN-FOR-POSTING TO TRUE
                      SET RECOVERY-POSTING TO TRUE
                    END-IF
                  END-IF
              END-READ.

              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-RECORD TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              PERFORM G100-LOG-MASTER-CHANGE.

              *> a credit C500 could not place - no such account
              *> on the master, or the account is closed - goes
              *> to the suspense account of the branch the
              *> account number maps to, or the catch-all '????'
              *> row when it maps nowhere. Frozen and dormant
              *> accounts still reject: the customer is known,
              *> the account is only stopped. The suspense
              *> account must itself be on the master and open;
              *> if it is not, the item rejects as before and
              *> the operator hears why
              C550-FIND-SUSPENSE-ACCOUNT.
              MOVE 'N' TO WS-SUSPENSE-FOUND
              IF SF-AMOUNT NOT > 0
                  OR WS-SUSPENSE-COUNT = 0
                EXIT PARAGRAPH
              END-IF
              IF ACCOUNT-ON-MASTER
                IF ACCOUNT-OPEN-FOR-POSTING
                    OR NOT ACCOUNT-CLOSED
                  EXIT PARAGRAPH
                END-IF
                MOVE 'C' TO WS-ITEM-REASON
              ELSE
                MOVE 'N' TO WS-ITEM-REASON
              END-IF
              MOVE '????' TO WS-ITEM-BRANCH
              IF WS-ACCOUNT-COUNT > 0
                SEARCH ALL WS-ACCOUNT-ENTRY
                  AT END
                    CONTINUE
                  WHEN WS-XR-ACCOUNT-ID(ACCT-IDX) = SF-ACCOUNT-ID
                    MOVE WS-XR-BRANCH-CODE(ACCT-IDX) TO
                        WS-ITEM-BRANCH
                END-SEARCH
              END-IF
              MOVE 0 TO WS-ITEM-SUSPENSE-ACCOUNT
              PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                  UNTIL WS-SX-IDX > WS-SUSPENSE-COUNT
                IF WS-SX-BRANCH(WS-SX-IDX) = WS-ITEM-BRANCH
                  MOVE WS-SX-ACCOUNT(WS-SX-IDX) TO
                      WS-ITEM-SUSPENSE-ACCOUNT
                END-IF
              END-PERFORM
              IF WS-ITEM-SUSPENSE-ACCOUNT = 0
                PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                    UNTIL WS-SX-IDX > WS-SUSPENSE-COUNT
                  IF WS-SX-BRANCH(WS-SX-IDX) = '????'
                    MOVE WS-SX-ACCOUNT(WS-SX-IDX) TO
                        WS-ITEM-SUSPENSE-ACCOUNT
                  END-IF
                END-PERFORM
              END-IF
              IF WS-ITEM-SUSPENSE-ACCOUNT = 0
                EXIT PARAGRAPH
              END-IF
              MOVE WS-ITEM-SUSPENSE-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  DISPLAY 'TRANLOAD - SUSPENSE ACCOUNT NOT ON '
                      'MASTER: ' WS-ITEM-SUSPENSE-ACCOUNT
                NOT INVALID KEY
                  IF ACCOUNT-OPEN
                    SET SUSPENSE-ACCOUNT-FOUND TO TRUE
                  ELSE
                    DISPLAY 'TRANLOAD - SUSPENSE ACCOUNT NOT '
                        'OPEN: ' WS-ITEM-SUSPENSE-ACCOUNT
                  END-IF
              END-READ.

              *> the control row overrides the compiled-in
              *> defaults when present, same optional-control
              *> window, not of history
              A130-LOAD-VELOCITY-HISTORY.
              OPEN INPUT VELOCITY-HISTORY
              IF NOT PARTITION-POSTING-MODE
                OPEN OUTPUT VELOCITY-SPILL
              END-IF
              PERFORM UNTIL END-OF-VELOCITY
                READ VELOCITY-HISTORY
                  AT END
                      ELSE
                        *> still in the window but over the
                        *> table - parked on the spill so the
                        *> save pass puts it back unchanged; a
                        *> branch partition never saves the
                        *> history, so it leaves the spill alone
                        SET VELOCITY-TABLE-SATURATED TO TRUE
                        IF NOT PARTITION-POSTING-MODE
                          MOVE VELOCITY-HISTORY-RECORD TO
                              VELOCITY-SPILL-RECORD
                          WRITE VELOCITY-SPILL-RECORD
                          ADD 1 TO WS-VEL-SPILLED
                        END-IF
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE VELOCITY-HISTORY
              IF NOT PARTITION-POSTING-MODE
                CLOSE VELOCITY-SPILL
              END-IF.

              A250-SAVE-VELOCITY-HISTORY.
              OPEN OUTPUT VELOCITY-HISTORY
                ADD 1 TO WS-VEL-POSTINGS(WS-VEL-MATCH-IDX)
                ADD FUNCTION ABS(SF-AMOUNT) TO
                    WS-VEL-AMOUNT(WS-VEL-MATCH-IDX)
              END-IF
              *> a branch partition also leaves the posting on
              *> its velocity segment for the merge to fold in
              IF PARTITION-POSTING-MODE
                MOVE SF-ACCOUNT-ID TO VS-ACCOUNT-ID
                MOVE WS-RUN-DATE TO VS-POST-DATE
                MOVE 1 TO VS-POST-COUNT
                COMPUTE VS-POST-AMOUNT = FUNCTION ABS(SF-AMOUNT)
                WRITE VELOCITY-SEGMENT-RECORD
              END-IF.

              *> park the spiking account's record on the hold
                MOVE SF-UID TO HQ-UID
                MOVE 'VELOC' TO HQ-RISK-LEVEL
                MOVE SORTED-FEED-RECORD TO HQ-RECORD-IMAGE
                MOVE WS-RUN-DATE TO HQ-HELD-DATE
                WRITE HOLD-QUEUE-RECORD
                *> the trip also files a compliance case, so a
                *> velocity spike reads in one place with the
              *> is what the returned partner item taught us
              C700-CHECK-OVERDRAFT.
              SET OVERDRAFT-OK TO TRUE
              *> a loan payment only ever brings the amount owed
              *> down, and a recovery never touches the balance
              *> - there is no line to breach
              IF PRODUCT-LOAN
                  OR RECOVERY-POSTING
                EXIT PARAGRAPH
              END-IF
              PERFORM C705-SUM-ACCOUNT-HOLDS
              COMPUTE WS-AVAILABLE-END =
                  SF-END-BALANCE - WS-ACCOUNT-HELD
              IF WS-AVAILABLE-END < (AM-OVERDRAFT-LIMIT * -1)
                PERFORM C730-CHECK-PROTECTION
                IF NOT OVERDRAFT-PROTECTED
                  IF NSF-POST-AND-FEE
                    SET OVERDRAFT-POST-WITH-FEE TO TRUE
                  ELSE
                    SET OVERDRAFT-NSF-REJECT TO TRUE
                  END-IF
                END-IF
              END-IF.

              *> the protecting account is asked for the shortfall
              *> below the line plus the protection fee, rounded up
              *> to the link's increment. It must be open, clear
              *> of the block list, not a minor's account, and hold
              *> that much in available funds of its own - its
              *> overdraft line is not drawn to save another
              *> account's item. A protecting account another
              *> partition posts is left to the NSF path, as a
              *> partition only ever posts its own accounts. The
              *> item's own master record is read back at the end
              C730-CHECK-PROTECTION.
              MOVE 0 TO WS-LINK-MATCH
              PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                  UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  OR WS-LINK-MATCH > 0
                IF WS-LINK-ACCOUNT(WS-LINK-IDX) = SF-ACCOUNT-ID
                  MOVE WS-LINK-IDX TO WS-LINK-MATCH
                END-IF
              END-PERFORM
              IF WS-LINK-MATCH = 0
                EXIT PARAGRAPH
              END-IF
              MOVE WS-LINK-PROTECT(WS-LINK-MATCH) TO
                  WS-PROTECT-ACCOUNT
              COMPUTE WS-PROTECT-AMOUNT =
                  (AM-OVERDRAFT-LIMIT * -1) - WS-AVAILABLE-END
                  + WS-PROTECT-FEE-AMOUNT
              IF WS-LINK-INCREMENT(WS-LINK-MATCH) > 0
                DIVIDE WS-PROTECT-AMOUNT BY
                    WS-LINK-INCREMENT(WS-LINK-MATCH)
                    GIVING WS-PROTECT-UNITS
                IF WS-PROTECT-UNITS *
                    WS-LINK-INCREMENT(WS-LINK-MATCH) <
                    WS-PROTECT-AMOUNT
                  ADD 1 TO WS-PROTECT-UNITS
                END-IF
                COMPUTE WS-PROTECT-AMOUNT = WS-PROTECT-UNITS *
                    WS-LINK-INCREMENT(WS-LINK-MATCH)
              END-IF

              IF PARTITION-POSTING-MODE
                MOVE WS-PROTECT-ACCOUNT TO WS-PARTITION-ACCOUNT
                PERFORM C060-FIND-RECORD-PARTITION
                IF WS-RECORD-PARTITION NOT = WS-PARTITION-NUM
                  EXIT PARAGRAPH
                END-IF
              END-IF
              MOVE WS-PROTECT-ACCOUNT TO WS-GUARD-CHECK-ACCOUNT
              PERFORM C375-FIND-GUARDED-ACCOUNT
              IF GUARDIAN-REQUIRED
                MOVE 'N' TO WS-GUARDIAN-STATUS
                EXIT PARAGRAPH
              END-IF
              CALL 'BLKCHK' USING WS-PROTECT-ACCOUNT, SF-UID,
                  WS-PROTECT-BLOCK-STATUS, WS-NO-CHEQUE-SERIAL
              END-CALL
              IF NOT PROTECT-POSTING-CLEAR
                EXIT PARAGRAPH
              END-IF

              MOVE WS-PROTECT-ACCOUNT TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF ACCOUNT-OPEN
                      AND NOT PRODUCT-LOAN
                      AND NOT PRODUCT-TERM
                    MOVE 0 TO WS-ACCOUNT-HELD
                    PERFORM VARYING WS-UF-IDX FROM 1 BY 1
                        UNTIL WS-UF-IDX > WS-UF-COUNT
                      IF WS-UF-ACCOUNT(WS-UF-IDX) =
                          WS-PROTECT-ACCOUNT
                        MOVE WS-UF-HELD(WS-UF-IDX) TO
                            WS-ACCOUNT-HELD
                      END-IF
                    END-PERFORM
                    COMPUTE WS-PROTECT-AVAILABLE =
                        AM-BALANCE - WS-ACCOUNT-HELD
                    IF WS-PROTECT-AVAILABLE >= WS-PROTECT-AMOUNT
                      SET OVERDRAFT-PROTECTED TO TRUE
                    END-IF
                  END-IF
              END-READ
              MOVE SF-ACCOUNT-ID TO AM-ACCOUNT-ID
              READ ACCOUNT-MASTER
                INVALID KEY
                  CONTINUE
              END-READ.

              C705-SUM-ACCOUNT-HOLDS.
              MOVE 0 TO WS-ACCOUNT-HELD
              PERFORM VARYING WS-UF-IDX FROM 1 BY 1
              *> days goes on the uncollected-funds ledger until
              *> AVAILREL frees it - teller-block UIDs and the
              *> internal generators count as collected on the
              *> spot, everything else takes the default row.
              *> A held deposit is a cheque still to be
              *> collected, so it is registered for OUTCLEAR too
              C710-APPLY-AVAILABILITY-HOLD.
              IF TRIAL-POSTING-MODE
                  OR WS-AVAIL-COUNT = 0
                  OR SF-AMOUNT <= 0
                  OR PRODUCT-LOAN
                  OR RECOVERY-POSTING
                EXIT PARAGRAPH
              END-IF
              IF SF-UID >= 50000
              MOVE WS-HOLD-RELEASE-DATE TO FH-RELEASE-DATE
              WRITE FUNDS-HOLD-RECORD
              CLOSE FUNDS-HOLDS
              PERFORM C720-FOLD-HOLD-INTO-TABLE
              *> the held cheque waits on the register for
              *> tonight's outclearing
              OPEN EXTEND DEPOSITED-ITEMS
              INITIALIZE DEPOSITED-ITEM-RECORD
              MOVE SF-UID TO DI-UID
              MOVE SF-ACCOUNT-ID TO DI-ACCOUNT-ID
              MOVE SF-AMOUNT TO DI-AMOUNT
              MOVE WS-RUN-DATE TO DI-DEPOSIT-DATE
              MOVE WS-DEPOSIT-SOURCE TO DI-SOURCE
              SET ITEM-AWAITING-PRESENTMENT TO TRUE
              WRITE DEPOSITED-ITEM-RECORD
              CLOSE DEPOSITED-ITEMS.

              C715-STEP-ONE-BUSINESS-DAY.
              MOVE 'N' TO WS-SERVICE-CODE
              END-PERFORM
              CLOSE FUNDS-HOLDS.

              *> the suspense account per branch and the
              *> account-to-branch mapping, both loaded whole -
              *> no suspense rows on file means every unapplied
              *> credit rejects, the old behavior
              A160-LOAD-SUSPENSE-ACCOUNTS.
              OPEN INPUT SUSPENSE-ACCOUNTS
              PERFORM UNTIL END-OF-SUSPENSE-ACCOUNTS
                READ SUSPENSE-ACCOUNTS
                  AT END
                    SET END-OF-SUSPENSE-ACCOUNTS TO TRUE
                  NOT AT END
                    IF WS-SUSPENSE-COUNT < 20
                      ADD 1 TO WS-SUSPENSE-COUNT
                      MOVE SX-FEED-BRANCH-CODE TO
                          WS-SX-BRANCH(WS-SUSPENSE-COUNT)
                      MOVE SX-FEED-ACCOUNT-ID TO
                          WS-SX-ACCOUNT(WS-SUSPENSE-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE SUSPENSE-ACCOUNTS
              IF WS-SUSPENSE-COUNT = 0
                EXIT PARAGRAPH
              END-IF
              PERFORM A162-LOAD-ACCOUNT-XREF.

              *> loaded once, by whichever of the suspense
              *> routing or the partition map asks for it first
              A162-LOAD-ACCOUNT-XREF.
              IF WS-ACCOUNT-COUNT > 0
                EXIT PARAGRAPH
              END-IF
              OPEN INPUT ACCOUNT-RATE-XREF
              PERFORM UNTIL END-OF-XREF
                READ ACCOUNT-RATE-XREF
                  AT END
                    SET END-OF-XREF TO TRUE
                  NOT AT END
                    IF WS-ACCOUNT-COUNT < 50
                      ADD 1 TO WS-ACCOUNT-COUNT
                      MOVE XR-FEED-ACCOUNT-ID TO
                          WS-XR-ACCOUNT-ID(WS-ACCOUNT-COUNT)
                      MOVE XR-FEED-BRANCH-CODE TO
                          WS-XR-BRANCH-CODE(WS-ACCOUNT-COUNT)
                      MOVE XR-FEED-TIER-NUM TO
                          WS-XR-TIER-NUM(WS-ACCOUNT-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-RATE-XREF.

              *> one entry per account with a guardian row - a
              *> second guardian on the same account adds nothing
              A170-LOAD-GUARDED-ACCOUNTS.
              OPEN INPUT ACCOUNT-HOLDERS
              PERFORM UNTIL END-OF-HOLDERS
                READ ACCOUNT-HOLDERS
                  AT END
                    SET END-OF-HOLDERS TO TRUE
                  NOT AT END
                    IF HOLDER-GUARDIAN
                      MOVE AH-ACCOUNT-ID TO WS-GUARD-CHECK-ACCOUNT
                      PERFORM C375-FIND-GUARDED-ACCOUNT
                      IF NOT GUARDIAN-REQUIRED
                        IF WS-GUARDED-COUNT >= 200
                          DISPLAY 'TRANLOAD ABEND - MORE THAN 200 '
                              'GUARDED ACCOUNTS ON HOLDER XREF'
                          MOVE 'GUARDED ACCOUNTS OVER 200 ON XREF'
                              TO WS-EXC-MESSAGE
                          CALL 'EXCLOG' USING 'TRANLOAD', 'S',
                              WS-EXC-MESSAGE
                          END-CALL
                          CLOSE ACCOUNT-HOLDERS
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                        END-IF
                        ADD 1 TO WS-GUARDED-COUNT
                        MOVE AH-ACCOUNT-ID TO
                            WS-GUARDED-ACCOUNT(WS-GUARDED-COUNT)
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE ACCOUNT-HOLDERS
              MOVE 'N' TO WS-GUARDIAN-STATUS.

              A175-LOAD-PROTECTION-LINKS.
              OPEN INPUT PROTECTION-LINKS
              PERFORM UNTIL END-OF-PROTECTION-LINKS
                READ PROTECTION-LINKS
                  AT END
                    SET END-OF-PROTECTION-LINKS TO TRUE
                  NOT AT END
                    IF WS-LINK-COUNT >= 200
                      DISPLAY 'TRANLOAD ABEND - MORE THAN 200 '
                          'OVERDRAFT PROTECTION LINKS'
                      MOVE 'OVERDRAFT PROTECTION LINKS OVER 200'
                          TO WS-EXC-MESSAGE
                      CALL 'EXCLOG' USING 'TRANLOAD', 'S',
                          WS-EXC-MESSAGE
                      END-CALL
                      CLOSE PROTECTION-LINKS
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                    END-IF
                    ADD 1 TO WS-LINK-COUNT
                    MOVE PL-ACCOUNT-ID TO
                        WS-LINK-ACCOUNT(WS-LINK-COUNT)
                    MOVE PL-PROTECT-ACCOUNT TO
                        WS-LINK-PROTECT(WS-LINK-COUNT)
                    MOVE PL-INCREMENT TO
                        WS-LINK-INCREMENT(WS-LINK-COUNT)
                END-READ
              END-PERFORM
              CLOSE PROTECTION-LINKS.

              *> the map is only wanted when the feed is posted
              *> in partitions - the highest partition number on
              *> it is how many the merge expects, and a
              *> partition number beyond it is a mistyped launch
              A165-LOAD-PARTITION-MAP.
              IF SINGLE-STREAM-POSTING
                EXIT PARAGRAPH
              END-IF
              OPEN INPUT POSTING-PARTITIONS
              PERFORM UNTIL END-OF-PARTITION-MAP
                READ POSTING-PARTITIONS
                  AT END
                    SET END-OF-PARTITION-MAP TO TRUE
                  NOT AT END
                    IF WS-PARTITION-MAP-COUNT < 30
                        AND PP-FEED-PARTITION > 0
                      ADD 1 TO WS-PARTITION-MAP-COUNT
                      MOVE PP-FEED-BRANCH-CODE TO
                          WS-PM-BRANCH(WS-PARTITION-MAP-COUNT)
                      MOVE PP-FEED-PARTITION TO
                          WS-PM-PARTITION(WS-PARTITION-MAP-COUNT)
                      IF PP-FEED-PARTITION > WS-PARTITION-COUNT
                        MOVE PP-FEED-PARTITION TO
                            WS-PARTITION-COUNT
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
              CLOSE POSTING-PARTITIONS
              PERFORM A162-LOAD-ACCOUNT-XREF
              IF PARTITION-POSTING-MODE
                  AND (WS-PARTITION-NUM = 0
                  OR WS-PARTITION-NUM > WS-PARTITION-COUNT)
                DISPLAY 'TRANLOAD REFUSED - PARTITION '
                    WS-PARTITION-NUM ' IS NOT ON THE PARTITION MAP'
                MOVE 'REFUSED - PARTITION NOT ON PARTITION MAP'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'TRANLOAD', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 12 TO RETURN-CODE
                GOBACK
              END-IF.

              *> the next UID of the range in WS-UID-RANGE - off
              *> a UIDALLOC block, or in a branch partition off
              *> the partition's own reserve, since partitions
              *> posting side by side must never call UIDALLOC
              *> at once
              D050-NEXT-UID.
              IF PARTITION-POSTING-MODE
                PERFORM P240-DRAW-RESERVED-UID
              ELSE
                CALL 'UIDALLOC' USING WS-UID-RANGE, 'TRANLOAD',
                    'N', WS-UID-DRAWN
                END-CALL
              END-IF.

              *> charge the NSF fee on top of the posted item -
              *> same build-and-write sequence as FEEASSES's
              *> D000-POST-FEE-TRANSACTION, against the balance
                EXIT PARAGRAPH
              END-IF
              SET FEE-UIDS-WERE-USED TO TRUE
              MOVE 'FEE       ' TO WS-UID-RANGE
              PERFORM D050-NEXT-UID
              MOVE WS-UID-DRAWN TO WS-NEXT-FEE-UID
              MOVE WS-NEXT-FEE-UID TO UID OF TRANSACTION-STRUCT
              MOVE 'NSF OVERDRAFT FEE' TO
                  DESC OF TRANSACTION-STRUCT
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              PERFORM G100-LOG-MASTER-CHANGE
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD UID OF TRANSACTION-STRUCT TO WS-HASH-TOTAL.

              *> the protection fee, D200's sequence with the
              *> smaller fee - the transfer already brought it in
              D210-POST-PROTECTION-FEE.
              IF TRIAL-POSTING-MODE
                DISPLAY 'TRIAL - WOULD CHARGE PROTECTION FEE ON '
                    'ACCT ' SF-ACCOUNT-ID
                EXIT PARAGRAPH
              END-IF
              SET FEE-UIDS-WERE-USED TO TRUE
              MOVE 'FEE       ' TO WS-UID-RANGE
              PERFORM D050-NEXT-UID
              MOVE WS-UID-DRAWN TO WS-NEXT-FEE-UID
              MOVE WS-NEXT-FEE-UID TO UID OF TRANSACTION-STRUCT
              MOVE 'OVERDRAFT PROTECTION FEE' TO
                  DESC OF TRANSACTION-STRUCT
              COMPUTE AMOUNT OF TRANSACTION-STRUCT =
                  WS-PROTECT-FEE-AMOUNT * -1
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE - WS-PROTECT-FEE-AMOUNT
              MOVE SF-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE SF-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET FEE OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO
                  POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT
              PERFORM G000-LOG-JOURNAL-ENTRY
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              PERFORM G100-LOG-MASTER-CHANGE
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD UID OF TRANSACTION-STRUCT TO WS-HASH-TOTAL.

              *> the protection transfer rides the transfer feed's
              *> own leg poster - debit the protecting account,
              *> credit the item's - and the item is then carried
              *> on the balance the credit left, so its feed
              *> balances are moved up by the amount brought in.
              *> D300 leaves the item's own account on the master
              *> record area and its leg's UID in SF-UID, which is
              *> put back
              D700-POST-PROTECTION-TRANSFER.
              MOVE SF-UID TO WS-PROTECT-SAVE-UID
              MOVE 0 TO WS-PROTECT-DEBIT-UID
              MOVE 0 TO WS-NEXT-PROTECT-UID
              IF NOT TRIAL-POSTING-MODE
                SET PROTECT-UIDS-WERE-USED TO TRUE
                MOVE 'SWEEP     ' TO WS-UID-RANGE
                PERFORM D050-NEXT-UID
                MOVE WS-UID-DRAWN TO WS-PROTECT-DEBIT-UID
                PERFORM D050-NEXT-UID
                MOVE WS-UID-DRAWN TO WS-NEXT-PROTECT-UID
              END-IF
              DISPLAY 'OVERDRAFT PROTECTION - ACCT ' SF-ACCOUNT-ID
                  ' DRAWS ' WS-PROTECT-AMOUNT ' FROM '
                  WS-PROTECT-ACCOUNT ', UID: ' SF-UID
              MOVE 'OVERDRAFT PROTECTION XFER' TO WS-XFER-LEG-DESC
              MOVE WS-PROTECT-ACCOUNT TO WS-XFER-LEG-ACCOUNT
              MOVE WS-PROTECT-DEBIT-UID TO WS-XFER-LEG-UID
              COMPUTE WS-XFER-LEG-AMOUNT = WS-PROTECT-AMOUNT * -1
              PERFORM D300-POST-TRANSFER-LEG
              MOVE SF-ACCOUNT-ID TO WS-XFER-LEG-ACCOUNT
              MOVE WS-NEXT-PROTECT-UID TO WS-XFER-LEG-UID
              MOVE WS-PROTECT-AMOUNT TO WS-XFER-LEG-AMOUNT
              PERFORM D300-POST-TRANSFER-LEG
              MOVE WS-PROTECT-SAVE-UID TO SF-UID
              ADD WS-PROTECT-AMOUNT TO SF-START-BALANCE
              ADD WS-PROTECT-AMOUNT TO SF-END-BALANCE
              ADD 1 TO WS-PROTECT-COUNT
              ADD WS-PROTECT-AMOUNT TO WS-PROTECT-TOTAL.

              *> the transfer feed posts after the main feed so
              *> transfer legs roll onto balances the day's
              *> ordinary activity has already established
                MOVE TF-CREDIT-UID TO WS-XFER-LEG-UID
                PERFORM C030-VALIDATE-TRANSFER-LEG
              END-IF
              *> the transfer feed carries no guardian's say-so,
              *> so nothing leaves a minor's account by it
              IF TRANSFER-IS-VALID
                MOVE TF-FROM-ACCOUNT TO WS-GUARD-CHECK-ACCOUNT
                PERFORM C375-FIND-GUARDED-ACCOUNT
                IF GUARDIAN-REQUIRED
                  MOVE 'N' TO WS-XFER-VALID
                  MOVE 'TRANSFER FROM MINOR ACCOUNT - GUARDIAN'
                      TO WS-XFER-FAIL-REASON
                END-IF
              END-IF
              IF TRANSFER-IS-VALID
                PERFORM C040-CHECK-TRANSFER-FUNDS
              END-IF

              IF NOT TRANSFER-IS-VALID
                  MOVE TF-DEBIT-UID TO RJ-UID
                  MOVE WS-XFER-FAIL-REASON TO RJ-REASON
                  MOVE TRANSFER-FEED-RECORD TO RJ-RECORD-IMAGE
                  CALL 'BUSDATE' USING 'G', RJ-DATE
                  END-CALL
                  SET REJECT-PENDING TO TRUE
                  WRITE REJECT-RECORD
                END-IF
                ADD 1 TO WS-XFER-REJECTED
              ELSE
                MOVE TF-DESC TO WS-XFER-LEG-DESC
                MOVE TF-FROM-ACCOUNT TO WS-XFER-LEG-ACCOUNT
                MOVE TF-DEBIT-UID TO WS-XFER-LEG-UID
                COMPUTE WS-XFER-LEG-AMOUNT = TF-AMOUNT * -1
                        TO WS-XFER-FAIL-REASON
                  ELSE
                    CALL 'BLKCHK' USING WS-XFER-LEG-ACCOUNT,
                        WS-XFER-LEG-UID, WS-BLOCK-STATUS,
                        WS-NO-CHEQUE-SERIAL
                    END-CALL
                    IF NOT POSTING-CLEAR
                      MOVE 'N' TO WS-XFER-VALID
                  CONTINUE
              END-READ
              MOVE WS-XFER-LEG-UID TO UID OF TRANSACTION-RECORD
              MOVE WS-XFER-LEG-DESC TO DESC OF TRANSACTION-RECORD
              MOVE WS-XFER-LEG-AMOUNT TO
                  AMOUNT OF TRANSACTION-RECORD
              MOVE AM-BALANCE TO
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-RECORD TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              PERFORM G100-LOG-MASTER-CHANGE
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD WS-XFER-LEG-UID TO WS-HASH-TOTAL
              MOVE WS-XFER-LEG-ACCOUNT TO WS-PROF-ACCOUNT
                  *> run's feed or by an interrupted prior run -
                  *> WS-UID-TABLE is keyed by UID, not feed
                  *> position, so this is correct no matter what
                  *> order A050-SORT-FEED produced the records in.
                  *> A partition rerun passes quietly over what
                  *> its failed attempt posted tonight - that is
                  *> already on the journal segment
                  IF PARTITION-RESTART
                      AND PU-POST-DATE = WS-RUN-DATE
                    ADD 1 TO WS-RESTART-SKIPPED
                  ELSE
                    DISPLAY 'REJECTED - DUPLICATE UID: ' SF-UID
                    MOVE 'DUPLICATE UID' TO RJ-REASON
                    PERFORM F000-WRITE-REJECT
                    ADD 1 TO WS-RECORDS-REJECTED
                  END-IF
                ELSE
                  PERFORM C250-CHECK-BLOCK-LIST
                  IF NOT POSTING-CLEAR
                      ADD 1 TO WS-RECORDS-REJECTED
                    ELSE
                      PERFORM C500-LOOKUP-ACCOUNT-MASTER
                      PERFORM C550-FIND-SUSPENSE-ACCOUNT
                      IF SUSPENSE-ACCOUNT-FOUND
                        PERFORM D600-POST-TO-SUSPENSE
                      ELSE
                      IF NOT ACCOUNT-ON-MASTER
                        DISPLAY
                            'REJECTED - ACCOUNT NOT ON MASTER, UID: '
                            TO RJ-REASON
                        PERFORM F000-WRITE-REJECT
                        ADD 1 TO WS-RECORDS-REJECTED
                      ELSE
                      PERFORM C800-CHECK-LOAN-PAYMENT
                      IF NOT LOAN-PAYMENT-OK
                        DISPLAY
                            'REJECTED - LOAN PAYMENT, UID: '
                            SF-UID
                        IF LOAN-NOT-A-PAYMENT
                          MOVE
                              'LOAN ACCOUNT ACCEPTS PAYMENTS ONLY'
                              TO RJ-REASON
                        ELSE
                          MOVE
                              'PAYMENT EXCEEDS LOAN AMOUNT OUTSTANDING'
                              TO RJ-REASON
                        END-IF
                        PERFORM F000-WRITE-REJECT
                        ADD 1 TO WS-RECORDS-REJECTED
                      ELSE
                      PERFORM C370-CHECK-GUARDIAN
                      IF GUARDIAN-REQUIRED
                        PERFORM F120-WRITE-GUARDIAN-HOLD
                        ADD 1 TO WS-HELD-COUNT
                      ELSE
                        PERFORM C300-ASSESS-RISK
                        IF HIGH-RISK
                            PERFORM F110-WRITE-VELOCITY-HOLD
                            ADD 1 TO WS-HELD-COUNT
                          ELSE
                            IF OVERDRAFT-PROTECTED
                              PERFORM D700-POST-PROTECTION-TRANSFER
                            END-IF
                            PERFORM D000-WRITE-TRANSACTION
                            PERFORM C320-UPDATE-RISK-PROFILE
                            PERFORM C710-APPLY-AVAILABILITY-HOLD
                              PERFORM D200-POST-NSF-FEE
                              PERFORM F200-WRITE-NSF-EVENT
                            END-IF
                            IF OVERDRAFT-PROTECTED
                              PERFORM D210-POST-PROTECTION-FEE
                            END-IF
                          END-IF
                          END-IF
                        END-IF
                      END-IF
                      END-IF
                      END-IF
                      END-IF
                      END-IF
                    END-IF
                  END-IF
                  END-IF
                END-IF
              END-IF.

              *> a withdrawal from a minor's account needs the
              *> guardian - a teller entry had it at the window,
              *> anything else off the feed did not
              C370-CHECK-GUARDIAN.
              MOVE 'N' TO WS-GUARDIAN-STATUS
              IF SF-AMOUNT < 0
                  AND (SF-UID < 50001 OR SF-UID > 54999)
                MOVE SF-ACCOUNT-ID TO WS-GUARD-CHECK-ACCOUNT
                PERFORM C375-FIND-GUARDED-ACCOUNT
              END-IF.

              C375-FIND-GUARDED-ACCOUNT.
              MOVE 'N' TO WS-GUARDIAN-STATUS
              PERFORM VARYING WS-GUARDED-IDX FROM 1 BY 1
                  UNTIL WS-GUARDED-IDX > WS-GUARDED-COUNT
                  OR GUARDIAN-REQUIRED
                IF WS-GUARDED-ACCOUNT(WS-GUARDED-IDX) =
                    WS-GUARD-CHECK-ACCOUNT
                  SET GUARDIAN-REQUIRED TO TRUE
                END-IF
              END-PERFORM.

              *> park the minor's withdrawal for the guardian -
              *> HOLDREL posts it once the guardian has signed
              *> for it, or it is declined there
              F120-WRITE-GUARDIAN-HOLD.
              DISPLAY 'HELD FOR GUARDIAN - MINOR ACCOUNT, UID: '
                  SF-UID
              IF TRIAL-POSTING-MODE
                DISPLAY 'TRIAL - WOULD HOLD UID ' SF-UID
              ELSE
                MOVE SF-UID TO HQ-UID
                MOVE 'GUARD' TO HQ-RISK-LEVEL
                MOVE SORTED-FEED-RECORD TO HQ-RECORD-IMAGE
                MOVE WS-RUN-DATE TO HQ-HELD-DATE
                WRITE HOLD-QUEUE-RECORD
              END-IF.

              *> every NSF decision leaves an event record for
              *> the daily notice run - the item, the decision,
              *> and the balance the customer is left with
              ELSE
                MOVE SF-UID TO RJ-UID
                MOVE SORTED-FEED-RECORD TO RJ-RECORD-IMAGE
                CALL 'BUSDATE' USING 'G', RJ-DATE
                END-CALL
                SET REJECT-PENDING TO TRUE
                WRITE REJECT-RECORD
              END-IF.
                MOVE SF-UID TO HQ-UID
                MOVE WS-RISK-LEVEL TO HQ-RISK-LEVEL
                MOVE SORTED-FEED-RECORD TO HQ-RECORD-IMAGE
                MOVE WS-RUN-DATE TO HQ-HELD-DATE
                WRITE HOLD-QUEUE-RECORD
              END-IF.

              D000-WRITE-TRANSACTION.
              *> a loan takes the feed item as a payment against
              *> its schedule rather than as a deposit
              IF PRODUCT-LOAN
                PERFORM D400-POST-LOAN-PAYMENT
                EXIT PARAGRAPH
              END-IF
              IF RECOVERY-POSTING
                PERFORM D500-POST-RECOVERY
                EXIT PARAGRAPH
              END-IF
              MOVE SF-UID TO UID OF TRANSACTION-RECORD
              MOVE SF-DESC TO DESC OF TRANSACTION-RECORD
              MOVE SF-AMOUNT TO AMOUNT OF TRANSACTION-RECORD
              *> RENAMES) as the single-field image of everything
              *> WRITE just put into TRANSACTION-STRUCT
              G000-LOG-JOURNAL-ENTRY.
              CALL 'BUSDATE' USING 'G', JN-TIMESTAMP
              END-CALL
              MOVE 'WRITE' TO JN-OPERATION
              MOVE TRANSACTION-AUDIT-LOG TO JN-TRANSACTION-IMAGE
              MOVE WS-OPERATOR-ID TO JN-OPERATOR-ID
              MOVE WS-POSTING-CYCLE TO JN-CYCLE
              *> a branch partition's segment entries go onto the
              *> hash chain as the merge carries them over, in the
              *> order journal.txt finally holds them
              IF PARTITION-POSTING-MODE
                MOVE 0 TO JN-CHAIN-HASH
              ELSE
                CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                    JN-CHAIN-HASH
                END-CALL
              END-IF
              WRITE JOURNAL-RECORD.

              *> every master REWRITE's before and after images -
              *> through MSTJRNL, except in a branch partition:
              *> MSTJRNL seals each image onto the one master
              *> chain as it goes, which partitions running side
              *> by side would interleave and overwrite, so a
              *> partition keeps its images unsealed on its own
              *> segment and the merge seals them in order, as
              *> G000 does for the journal
              G100-LOG-MASTER-CHANGE.
              IF PARTITION-POSTING-MODE
                CALL 'BUSDATE' USING 'G', MS-TIMESTAMP
                END-CALL
                MOVE 'TRANLOAD' TO MS-PROGRAM
                MOVE WS-OPERATOR-ID TO MS-OPERATOR-ID
                MOVE WS-MJ-BEFORE TO MS-BEFORE-IMAGE
                MOVE ACCOUNT-MASTER-RECORD TO MS-AFTER-IMAGE
                MOVE 0 TO MS-CHAIN-HASH
                WRITE MASTER-SEGMENT-RECORD
              ELSE
                CALL 'MSTJRNL' USING 'TRANLOAD',
                    WS-OPERATOR-ID, WS-MJ-BEFORE,
                    ACCOUNT-MASTER-RECORD
                END-CALL
              END-IF.

              *> a real transaction-type router, in place of a
              *> GOTO ... DEPENDING ON dispatch - AMOUNT's sign
              *> tells a deposit from a withdrawal, and is also
                  MOVE 'ZEROHDLR' TO WS-HANDLER-NAME
                  SET ZERO-AMOUNT OF TRANSACTION-RECORD TO TRUE
              END-EVALUATE.

              *> a feed item against a loan must be a payment
              *> (money in) and no more than the schedule still
              *> has outstanding - anything else is rejected
              *> rather than posted onto the loan balance
              C800-CHECK-LOAN-PAYMENT.
              SET LOAN-PAYMENT-OK TO TRUE
              IF NOT PRODUCT-LOAN
                EXIT PARAGRAPH
              END-IF
              IF SF-AMOUNT <= 0
                SET LOAN-NOT-A-PAYMENT TO TRUE
                EXIT PARAGRAPH
              END-IF
              MOVE 0 TO WS-LOAN-OUTSTANDING
              PERFORM C810-START-LOAN-SCHEDULE
              PERFORM UNTIL END-OF-LOAN-SCHEDULE
                IF INSTALLMENT-UNPAID
                  COMPUTE WS-LOAN-OUTSTANDING =
                      WS-LOAN-OUTSTANDING + LA-PAYMENT-DUE
                      + LA-LATE-CHARGE - LA-AMOUNT-PAID
                END-IF
                PERFORM C820-READ-NEXT-INSTALLMENT
              END-PERFORM
              IF SF-AMOUNT > WS-LOAN-OUTSTANDING
                SET LOAN-PAYMENT-TOO-LARGE TO TRUE
              END-IF.

              *> position on the loan's first installment - the
              *> key is account plus installment number, so the
              *> rows come back in due order
              C810-START-LOAN-SCHEDULE.
              MOVE 'N' TO WS-LOAN-SCHED-EOF
              MOVE SF-ACCOUNT-ID TO LA-ACCOUNT-ID
              MOVE 0 TO LA-INSTALLMENT-NUM
              START LOAN-SCHEDULE KEY IS >= LA-KEY
                INVALID KEY
                  SET END-OF-LOAN-SCHEDULE TO TRUE
              END-START
              IF NOT END-OF-LOAN-SCHEDULE
                PERFORM C820-READ-NEXT-INSTALLMENT
              END-IF.

              C820-READ-NEXT-INSTALLMENT.
              READ LOAN-SCHEDULE NEXT RECORD
                AT END
                  SET END-OF-LOAN-SCHEDULE TO TRUE
                NOT AT END
                  IF LA-ACCOUNT-ID NOT = SF-ACCOUNT-ID
                    SET END-OF-LOAN-SCHEDULE TO TRUE
                  END-IF
              END-READ.

              *> apply the payment down the unpaid installments in
              *> due order, post the interest share as its own
              *> line, then post the payment itself for the full
              *> amount - the balance nets down by exactly the
              *> late charges and principal the payment covered.
              *> A loan on non-accrual recognises no interest:
              *> the whole payment goes against the balance
              D400-POST-LOAN-PAYMENT.
              MOVE 'N' TO WS-LOAN-TERMS-FOUND
              MOVE SF-ACCOUNT-ID TO LT-ACCOUNT-ID
              READ LOAN-TERMS
                INVALID KEY
                  MOVE 'N' TO WS-LOAN-TERMS-FOUND
                NOT INVALID KEY
                  SET LOAN-TERMS-ON-FILE TO TRUE
              END-READ
              MOVE SF-AMOUNT TO WS-LOAN-UNAPPLIED
              MOVE 0 TO WS-LOAN-INTEREST-PART
              PERFORM C810-START-LOAN-SCHEDULE
              PERFORM UNTIL END-OF-LOAN-SCHEDULE
                  OR WS-LOAN-UNAPPLIED = 0
                IF INSTALLMENT-UNPAID
                  PERFORM D410-APPLY-TO-INSTALLMENT
                END-IF
                PERFORM C820-READ-NEXT-INSTALLMENT
              END-PERFORM
              IF LOAN-TERMS-ON-FILE
                  AND LOAN-NON-ACCRUAL
                MOVE 0 TO WS-LOAN-INTEREST-PART
              END-IF
              IF TRIAL-POSTING-MODE
                DISPLAY 'TRIAL - WOULD APPLY LOAN PAYMENT UID '
                    SF-UID ' ACCT ' SF-ACCOUNT-ID
                    ' AMOUNT ' SF-AMOUNT
                    ' INTEREST ' WS-LOAN-INTEREST-PART
                ADD 1 TO WS-RECORDS-WRITTEN
                EXIT PARAGRAPH
              END-IF
              IF WS-LOAN-INTEREST-PART > 0
                PERFORM D420-POST-LOAN-INTEREST
              END-IF

              MOVE SF-UID TO UID OF TRANSACTION-RECORD
              MOVE SF-DESC TO DESC OF TRANSACTION-RECORD
              COMPUTE AMOUNT OF TRANSACTION-RECORD =
                  SF-AMOUNT * -1
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-RECORD
              COMPUTE END-BALANCE OF TRANSACTION-RECORD =
                  AM-BALANCE - SF-AMOUNT
              MOVE SF-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-RECORD
              MOVE SF-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-RECORD
              SET LOAN-PAYMENT OF TRANSACTION-RECORD TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-RECORD
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-RECORD
              WRITE TRANSACTION-STRUCT FROM TRANSACTION-RECORD
              PERFORM G000-LOG-JOURNAL-ENTRY
              PERFORM C600-UPDATE-ACCOUNT-MASTER
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD 1 TO WS-LOAN-PAYMENT-COUNT
              ADD SF-UID TO WS-HASH-TOTAL
              PERFORM C010-RECORD-POSTED-UID.

              *> one installment's share of the payment - its
              *> unpaid interest is taken first, then whatever
              *> else it still owes; a covered installment is
              *> marked paid as of tonight
              D410-APPLY-TO-INSTALLMENT.
              COMPUTE WS-LOAN-INST-OWED =
                  LA-PAYMENT-DUE + LA-LATE-CHARGE - LA-AMOUNT-PAID
              MOVE 0 TO WS-LOAN-INST-INTEREST
              IF LA-INTEREST-DUE > LA-AMOUNT-PAID
                COMPUTE WS-LOAN-INST-INTEREST =
                    LA-INTEREST-DUE - LA-AMOUNT-PAID
              END-IF
              IF WS-LOAN-UNAPPLIED < WS-LOAN-INST-OWED
                MOVE WS-LOAN-UNAPPLIED TO WS-LOAN-APPLY
              ELSE
                MOVE WS-LOAN-INST-OWED TO WS-LOAN-APPLY
              END-IF
              IF WS-LOAN-APPLY < WS-LOAN-INST-INTEREST
                ADD WS-LOAN-APPLY TO WS-LOAN-INTEREST-PART
              ELSE
                ADD WS-LOAN-INST-INTEREST TO WS-LOAN-INTEREST-PART
              END-IF
              SUBTRACT WS-LOAN-APPLY FROM WS-LOAN-UNAPPLIED
              IF TRIAL-POSTING-MODE
                EXIT PARAGRAPH
              END-IF
              ADD WS-LOAN-APPLY TO LA-AMOUNT-PAID
              IF LA-AMOUNT-PAID >= LA-PAYMENT-DUE + LA-LATE-CHARGE
                SET INSTALLMENT-PAID TO TRUE
                MOVE WS-RUN-DATE TO LA-PAID-DATE
              END-IF
              REWRITE LOAN-SCHEDULE-RECORD.

              *> the interest share charged onto the loan just
              *> ahead of the payment - the same WRITE/journal/
              *> master-rollforward sequence as D200's NSF fee
              D420-POST-LOAN-INTEREST.
              SET LOAN-INT-UIDS-WERE-USED TO TRUE
              MOVE 'LOANINT   ' TO WS-UID-RANGE
              PERFORM D050-NEXT-UID
              MOVE WS-UID-DRAWN TO WS-NEXT-LOAN-INT-UID
              MOVE WS-NEXT-LOAN-INT-UID TO UID OF TRANSACTION-STRUCT
              MOVE 'LOAN INTEREST' TO DESC OF TRANSACTION-STRUCT
              MOVE WS-LOAN-INTEREST-PART TO
                  AMOUNT OF TRANSACTION-STRUCT
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-STRUCT
              COMPUTE END-BALANCE OF TRANSACTION-STRUCT =
                  AM-BALANCE + WS-LOAN-INTEREST-PART
              MOVE SF-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-STRUCT
              MOVE SF-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-STRUCT
              SET LOAN-INTEREST OF TRANSACTION-STRUCT TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-STRUCT
              MOVE WS-RUN-DATE TO
                  POST-DATE OF TRANSACTION-STRUCT
              WRITE TRANSACTION-STRUCT
              PERFORM G000-LOG-JOURNAL-ENTRY
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE END-BALANCE OF TRANSACTION-STRUCT TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              PERFORM G100-LOG-MASTER-CHANGE
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD UID OF TRANSACTION-STRUCT TO WS-HASH-TOTAL
              ADD WS-LOAN-INTEREST-PART TO WS-LOAN-INTEREST-TOTAL.

              *> a deposit to a charged-off account - posted under
              *> the feed UID so the duplicate check and the audit
              *> trail see it like any other item, but as a
              *> RECOVERY whose balances stand still: the loss was
              *> already written off, so the money credits the
              *> recovery GL line and the master is not rewritten
              D500-POST-RECOVERY.
              IF TRIAL-POSTING-MODE
                DISPLAY 'TRIAL - WOULD POST RECOVERY UID ' SF-UID
                    ' ACCT ' SF-ACCOUNT-ID
                    ' AMOUNT ' SF-AMOUNT
                ADD 1 TO WS-RECORDS-WRITTEN
                EXIT PARAGRAPH
              END-IF
              MOVE SF-UID TO UID OF TRANSACTION-RECORD
              MOVE SF-DESC TO DESC OF TRANSACTION-RECORD
              MOVE SF-AMOUNT TO AMOUNT OF TRANSACTION-RECORD
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-RECORD
              MOVE AM-BALANCE TO
                  END-BALANCE OF TRANSACTION-RECORD
              MOVE SF-ACCOUNT-ID TO
                  ACCOUNT-ID OF TRANSACTION-RECORD
              MOVE SF-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-RECORD
              SET RECOVERY OF TRANSACTION-RECORD TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-RECORD
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-RECORD
              WRITE TRANSACTION-STRUCT FROM TRANSACTION-RECORD
              PERFORM G000-LOG-JOURNAL-ENTRY
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD 1 TO WS-RECOVERY-COUNT
              ADD SF-AMOUNT TO WS-RECOVERY-TOTAL
              ADD SF-UID TO WS-HASH-TOTAL
              PERFORM C010-RECORD-POSTED-UID.

              *> an unapplied credit - posted under the feed UID
              *> so the duplicate check and the audit trail see
              *> it like any other item, but onto the suspense
              *> account C550 found (its record is the one in
              *> hand) and rebased on that account's own balance,
              *> the feed's balances belonging to an account we
              *> could not post to. The item as it arrived is
              *> filed on the suspense file for SUSPWORK
              D600-POST-TO-SUSPENSE.
              DISPLAY 'TO SUSPENSE - ACCOUNT NOT POSTABLE, UID: '
                  SF-UID ' SUSPENSE ACCT: '
                  WS-ITEM-SUSPENSE-ACCOUNT
              ADD 1 TO WS-SUSPENSE-POSTED
              ADD SF-AMOUNT TO WS-SUSPENSE-TOTAL
              IF TRIAL-POSTING-MODE
                DISPLAY 'TRIAL - WOULD POST UID ' SF-UID
                    ' TO SUSPENSE ACCT ' WS-ITEM-SUSPENSE-ACCOUNT
                    ' AMOUNT ' SF-AMOUNT
                ADD 1 TO WS-RECORDS-WRITTEN
                EXIT PARAGRAPH
              END-IF
              COMPUTE WS-SUSPENSE-END-BALANCE =
                  AM-BALANCE + SF-AMOUNT
              MOVE SF-UID TO UID OF TRANSACTION-RECORD
              MOVE SF-DESC TO DESC OF TRANSACTION-RECORD
              MOVE SF-AMOUNT TO AMOUNT OF TRANSACTION-RECORD
              MOVE AM-BALANCE TO
                  START-BALANCE OF TRANSACTION-RECORD
              MOVE WS-SUSPENSE-END-BALANCE TO
                  END-BALANCE OF TRANSACTION-RECORD
              MOVE WS-ITEM-SUSPENSE-ACCOUNT TO
                  ACCOUNT-ID OF TRANSACTION-RECORD
              MOVE AM-ACCOUNT-HOLDER TO
                  ACCOUNT-HOLDER OF TRANSACTION-RECORD
              SET DEPOSIT OF TRANSACTION-RECORD TO TRUE
              MOVE 'USD' TO CURRENCY-CODE OF TRANSACTION-RECORD
              MOVE WS-RUN-DATE TO POST-DATE OF TRANSACTION-RECORD
              WRITE TRANSACTION-STRUCT FROM TRANSACTION-RECORD
              PERFORM G000-LOG-JOURNAL-ENTRY
              MOVE ACCOUNT-MASTER-RECORD TO WS-MJ-BEFORE
              MOVE WS-SUSPENSE-END-BALANCE TO AM-BALANCE
              REWRITE ACCOUNT-MASTER-RECORD
              PERFORM G100-LOG-MASTER-CHANGE
              ADD 1 TO WS-RECORDS-WRITTEN
              ADD SF-UID TO WS-HASH-TOTAL
              PERFORM C010-RECORD-POSTED-UID
              MOVE WS-ITEM-SUSPENSE-ACCOUNT TO WS-PROF-ACCOUNT
              MOVE SF-AMOUNT TO WS-PROF-AMOUNT
              PERFORM C325-FOLD-PROFILE-RECORD

              MOVE SF-UID TO SI-ITEM-UID
              MOVE WS-RUN-DATE TO SI-FILED-DATE
              MOVE WS-ITEM-BRANCH TO SI-BRANCH-CODE
              MOVE WS-ITEM-SUSPENSE-ACCOUNT TO SI-SUSPENSE-ACCOUNT
              MOVE SF-ACCOUNT-ID TO SI-ORIG-ACCOUNT-ID
              MOVE SF-ACCOUNT-HOLDER TO SI-ORIG-HOLDER
              MOVE SF-DESC TO SI-ORIG-DESC
              MOVE SF-AMOUNT TO SI-AMOUNT
              MOVE WS-ITEM-REASON TO SI-REASON
              SET SUSPENSE-ITEM-OPEN TO TRUE
              MOVE 0 TO SI-WORKED-DATE
              MOVE 0 TO SI-APPLIED-ACCOUNT
              MOVE 0 TO SI-WORKED-UID
              MOVE SPACES TO SI-WORKED-OPERATOR
              WRITE SUSPENSE-ITEM-RECORD
                INVALID KEY
                  CONTINUE
              END-WRITE.

              *> a partition's segment trailer says how the last
              *> attempt ended - 'S' for this cycle is a failed
              *> attempt being rerun, which carries on under that
              *> attempt's run date; 'C' means a finished
              *> segment the merge never carried to the main
              *> journal, which must not be written over. A
              *> partition with no UIDs set aside for it does not
              *> start at all
              P000-START-PARTITION.
              PERFORM P220-LOAD-UID-RESERVE
              IF WS-RESERVE-COUNT = 0
                DISPLAY 'TRANLOAD ABEND - PARTITION '
                    WS-PARTITION-NUM ' HAS NO UIDS SET ASIDE - '
                    'RUN TRANLOAD SPLIT'
                MOVE 'PARTITION HAS NO UID RESERVE - NOTHING POSTED'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'TRANLOAD', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              MOVE 'N' TO WS-SEGMENT-FOUND
              OPEN INPUT SEGMENT-TRAILER
              READ SEGMENT-TRAILER
                AT END
                  CONTINUE
                NOT AT END
                  SET SEGMENT-ON-FILE TO TRUE
              END-READ
              CLOSE SEGMENT-TRAILER
              IF SEGMENT-ON-FILE
                  AND SEGMENT-COMPLETE
                DISPLAY 'TRANLOAD ABEND - PARTITION '
                    WS-PARTITION-NUM ' SEGMENT OF ' SG-RUN-DATE
                    ' WAS NEVER MERGED - RUN TRANLOAD MERGE'
                MOVE 'PARTITION SEGMENT NEVER MERGED - NOTHING POSTED'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'TRANLOAD', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 16 TO RETURN-CODE
                GOBACK
              END-IF
              IF SEGMENT-ON-FILE
                  AND SEGMENT-STARTED
                  AND SG-CYCLE = WS-POSTING-CYCLE
                SET PARTITION-RESTART TO TRUE
                MOVE SG-RUN-DATE TO WS-RUN-DATE
                DISPLAY 'TRANLOAD - PARTITION ' WS-PARTITION-NUM
                    ' RERUN OF ' WS-RUN-DATE
                PERFORM P010-READ-BACK-SEGMENT
                OPEN EXTEND VELOCITY-SEGMENT
              ELSE
                OPEN OUTPUT VELOCITY-SEGMENT
              END-IF
              MOVE WS-RUN-DATE TO SG-RUN-DATE
              MOVE WS-POSTING-CYCLE TO SG-CYCLE
              MOVE WS-PARTITION-NUM TO SG-PARTITION
              SET SEGMENT-STARTED TO TRUE
              MOVE 0 TO SG-RECORDS-READ
              MOVE 0 TO SG-READ-HASH
              MOVE 0 TO SG-RECORD-COUNT
              MOVE 0 TO SG-HASH-TOTAL
              MOVE 0 TO SG-RECORDS-REJECTED
              MOVE 0 TO SG-RECORDS-HELD
              OPEN OUTPUT SEGMENT-TRAILER
              WRITE SEGMENT-TRAILER-RECORD
              CLOSE SEGMENT-TRAILER.


              *> every record a partition writes is journaled
              *> once, so the journal segment read back gives
              *> the segment's written count and hash - a rerun
              *> included
              P010-READ-BACK-SEGMENT.
              MOVE 0 TO WS-SEG-WRITTEN
              MOVE 0 TO WS-SEG-HASH
              MOVE 'N' TO WS-JSEG-EOF
              OPEN INPUT JOURNAL-SEGMENT
              PERFORM UNTIL END-OF-JOURNAL-SEGMENT
                READ JOURNAL-SEGMENT
                  AT END
                    SET END-OF-JOURNAL-SEGMENT TO TRUE
                  NOT AT END
                    IF JS-OPERATION = 'WRITE'
                        AND JS-CYCLE = WS-POSTING-CYCLE
                      MOVE JS-TRANSACTION-IMAGE TO
                          TRANSACTION-RECORD
                      ADD 1 TO WS-SEG-WRITTEN
                      ADD UID OF TRANSACTION-RECORD TO WS-SEG-HASH
                    END-IF
                END-READ
              END-PERFORM
              CLOSE JOURNAL-SEGMENT.

              *> the finished segment trailer - what the
              *> partition took off the feed, and what its
              *> journal segment reads back as
              P100-FINISH-PARTITION.
              PERFORM P010-READ-BACK-SEGMENT
              MOVE WS-RUN-DATE TO SG-RUN-DATE
              MOVE WS-POSTING-CYCLE TO SG-CYCLE
              MOVE WS-PARTITION-NUM TO SG-PARTITION
              SET SEGMENT-COMPLETE TO TRUE
              MOVE WS-PART-RECORDS-READ TO SG-RECORDS-READ
              MOVE WS-PART-READ-HASH TO SG-READ-HASH
              MOVE WS-SEG-WRITTEN TO SG-RECORD-COUNT
              MOVE WS-SEG-HASH TO SG-HASH-TOTAL
              MOVE WS-RECORDS-REJECTED TO SG-RECORDS-REJECTED
              MOVE WS-HELD-COUNT TO SG-RECORDS-HELD
              OPEN OUTPUT SEGMENT-TRAILER
              WRITE SEGMENT-TRAILER-RECORD
              CLOSE SEGMENT-TRAILER.

              *> the SPLIT pass - run alone, before the partitions
              *> start, so it is the only caller of UIDALLOC on
              *> the partitions' behalf. Each partition on the map
              *> gets its fee, loan interest and protection ranges
              *> topped up; what a partition did not use last
              *> night stays in its reserve for tonight
              P200-SET-ASIDE-PARTITION-UIDS.
              PERFORM A165-LOAD-PARTITION-MAP
              PERFORM VARYING WS-MERGE-PART-IDX FROM 1 BY 1
                  UNTIL WS-MERGE-PART-IDX > WS-PARTITION-COUNT
                PERFORM A020-NAME-PARTITION-FILES
                PERFORM P210-TOP-UP-ONE-PARTITION
              END-PERFORM
              DISPLAY 'TRANLOAD - UIDS SET ASIDE FOR '
                  WS-PARTITION-COUNT ' PARTITIONS'.

              *> a range still holding WS-RESERVE-FLOOR UIDs or
              *> more is left as it is; below that a fresh block
              *> of WS-RESERVE-BLOCK is set aside behind what is
              *> left, so nothing already reserved is wasted
              P210-TOP-UP-ONE-PARTITION.
              PERFORM P220-LOAD-UID-RESERVE
              PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                  UNTIL WS-RANGE-IDX > 3
                MOVE WS-RESERVED-RANGE(WS-RANGE-IDX) TO WS-UID-RANGE
                MOVE 0 TO WS-RESERVE-LEFT
                PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                    UNTIL WS-RSV-IDX > WS-RESERVE-COUNT
                  IF WS-RSV-RANGE(WS-RSV-IDX) = WS-UID-RANGE
                    COMPUTE WS-RESERVE-LEFT = WS-RESERVE-LEFT +
                        WS-RSV-LAST(WS-RSV-IDX) -
                        WS-RSV-NEXT(WS-RSV-IDX) + 1
                  END-IF
                END-PERFORM
                IF WS-RESERVE-LEFT < WS-RESERVE-FLOOR
                  MOVE WS-RESERVE-BLOCK TO WS-UID-DRAWN
                  CALL 'UIDALLOC' USING WS-UID-RANGE, 'TRANLOAD',
                      'S', WS-UID-DRAWN
                  END-CALL
                  ADD 1 TO WS-RESERVE-COUNT
                  MOVE WS-UID-RANGE TO WS-RSV-RANGE(WS-RESERVE-COUNT)
                  MOVE WS-UID-DRAWN TO WS-RSV-NEXT(WS-RESERVE-COUNT)
                  COMPUTE WS-RSV-LAST(WS-RESERVE-COUNT) =
                      WS-UID-DRAWN + WS-RESERVE-BLOCK - 1
                  DISPLAY 'PARTITION ' WS-MERGE-PART-IDX ' '
                      WS-UID-RANGE ' SET ASIDE: ' WS-UID-DRAWN
                      ' - ' WS-RSV-LAST(WS-RESERVE-COUNT)
                END-IF
              END-PERFORM
              PERFORM P230-SAVE-UID-RESERVE.

              *> a block drawn to its end is dropped as it is
              *> loaded
              P220-LOAD-UID-RESERVE.
              MOVE 0 TO WS-RESERVE-COUNT
              MOVE 'N' TO WS-RESERVE-EOF
              OPEN INPUT UID-RESERVE
              PERFORM UNTIL END-OF-UID-RESERVE
                READ UID-RESERVE
                  AT END
                    SET END-OF-UID-RESERVE TO TRUE
                  NOT AT END
                    IF UR-NEXT-UID <= UR-LAST-UID
                        AND WS-RESERVE-COUNT < 20
                      ADD 1 TO WS-RESERVE-COUNT
                      MOVE UR-RANGE-NAME TO
                          WS-RSV-RANGE(WS-RESERVE-COUNT)
                      MOVE UR-NEXT-UID TO
                          WS-RSV-NEXT(WS-RESERVE-COUNT)
                      MOVE UR-LAST-UID TO
                          WS-RSV-LAST(WS-RESERVE-COUNT)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE UID-RESERVE.

              P230-SAVE-UID-RESERVE.
              OPEN OUTPUT UID-RESERVE
              PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                  UNTIL WS-RSV-IDX > WS-RESERVE-COUNT
                IF WS-RSV-NEXT(WS-RSV-IDX) <=
                    WS-RSV-LAST(WS-RSV-IDX)
                  MOVE WS-RSV-RANGE(WS-RSV-IDX) TO UR-RANGE-NAME
                  MOVE WS-RSV-NEXT(WS-RSV-IDX) TO UR-NEXT-UID
                  MOVE WS-RSV-LAST(WS-RSV-IDX) TO UR-LAST-UID
                  WRITE UID-RESERVE-RECORD
                END-IF
              END-PERFORM
              CLOSE UID-RESERVE.

              *> the next UID of the range off the partition's
              *> reserve, which is rewritten before the UID is
              *> used - a rerun after a failure can leave a gap
              *> but never posts a UID twice. A range run dry
              *> stops the partition, as UIDALLOC stops a run
              *> whose range is exhausted; the rerun picks up
              *> where the segment stopped once SPLIT has topped
              *> the reserve up
              P240-DRAW-RESERVED-UID.
              MOVE 0 TO WS-RSV-FOUND
              PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
                  UNTIL WS-RSV-IDX > WS-RESERVE-COUNT
                  OR WS-RSV-FOUND NOT = 0
                IF WS-RSV-RANGE(WS-RSV-IDX) = WS-UID-RANGE
                    AND WS-RSV-NEXT(WS-RSV-IDX) <=
                        WS-RSV-LAST(WS-RSV-IDX)
                  MOVE WS-RSV-IDX TO WS-RSV-FOUND
                END-IF
              END-PERFORM
              IF WS-RSV-FOUND = 0
                DISPLAY 'TRANLOAD ABEND - PARTITION '
                    WS-PARTITION-NUM ' HAS NO ' WS-UID-RANGE
                    ' UIDS LEFT - RUN TRANLOAD SPLIT AND RERUN'
                MOVE 'PARTITION UID RESERVE RAN DRY - SPLIT AND RERUN'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'TRANLOAD', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 16 TO RETURN-CODE
                STOP RUN
              END-IF
              MOVE WS-RSV-NEXT(WS-RSV-FOUND) TO WS-UID-DRAWN
              ADD 1 TO WS-RSV-NEXT(WS-RSV-FOUND)
              IF NOT TRIAL-POSTING-MODE
                PERFORM P230-SAVE-UID-RESERVE
              END-IF.

              *> the merge's proof, before anything is carried:
              *> every partition on the map has a finished
              *> segment of one run date, each unmerged journal
              *> segment reads back to its trailer, and the
              *> segments' read counts and hashes add back up to
              *> the whole feed. The merge then runs under the
              *> partitions' run date, so a merge after midnight
              *> still balances the night it belongs to
              M000-PROVE-PARTITIONS.
              PERFORM M010-COUNT-WHOLE-FEED
              PERFORM VARYING WS-MERGE-PART-IDX FROM 1 BY 1
                  UNTIL WS-MERGE-PART-IDX > WS-PARTITION-COUNT
                PERFORM M020-CHECK-ONE-SEGMENT
              END-PERFORM
              IF WS-SEGS-NOT-READY > 0
                DISPLAY 'TRANLOAD MERGE REFUSED - '
                    WS-SEGS-NOT-READY ' PARTITION(S) NOT COMPLETE'
                MOVE 'MERGE REFUSED - A PARTITION IS NOT COMPLETE'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'TRANLOAD', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 12 TO RETURN-CODE
                GOBACK
              END-IF
              IF WS-SEGS-READ NOT = WS-FEED-TOTAL-READ
                  OR WS-SEGS-READ-HASH NOT = WS-FEED-TOTAL-HASH
                  OR WS-SEGS-OUT-OF-PROOF > 0
                DISPLAY 'TRANLOAD MERGE OUT OF PROOF'
                DISPLAY '  WHOLE FEED RECORDS/HASH: '
                    WS-FEED-TOTAL-READ ' ' WS-FEED-TOTAL-HASH
                DISPLAY '  SEGMENTS READ/HASH     : '
                    WS-SEGS-READ ' ' WS-SEGS-READ-HASH
                MOVE 'MERGE OUT OF PROOF - SEGMENTS DO NOT MATCH FEED'
                    TO WS-EXC-MESSAGE
                CALL 'EXCLOG' USING 'TRANLOAD', 'S',
                    WS-EXC-MESSAGE
                END-CALL
                MOVE 12 TO RETURN-CODE
                GOBACK
              END-IF
              IF WS-PARTITION-DATE NOT = WS-RUN-DATE
                MOVE WS-PARTITION-DATE TO WS-RUN-DATE
                CALL 'RUNCTL' USING WS-STEP-ID, SPACES,
                    WS-RUN-DATE, WS-STEP-STATUS, 'C'
                END-CALL
                IF STEP-ALREADY-RAN
                  DISPLAY 'TRANLOAD - PARTITIONS OF ' WS-RUN-DATE
                      ' ALREADY MERGED - SKIPPING'
                  MOVE 'SKIPPED - PARTITIONS ALREADY MERGED'
                      TO WS-EXC-MESSAGE
                  CALL 'EXCLOG' USING 'TRANLOAD', 'I',
                      WS-EXC-MESSAGE
                  END-CALL
                  GOBACK
                END-IF
              END-IF.

              M010-COUNT-WHOLE-FEED.
              MOVE 'N' TO WS-RAW-FEED-EOF
              OPEN INPUT DAILY-FEED
              PERFORM UNTIL END-OF-RAW-FEED
                READ DAILY-FEED
                  AT END
                    SET END-OF-RAW-FEED TO TRUE
                  NOT AT END
                    ADD 1 TO WS-FEED-TOTAL-READ
                    IF FEED-UID IS NUMERIC
                      ADD FEED-UID TO WS-FEED-TOTAL-HASH
                    END-IF
                END-READ
              END-PERFORM
              CLOSE DAILY-FEED.

              M020-CHECK-ONE-SEGMENT.
              PERFORM A020-NAME-PARTITION-FILES
              MOVE 'N' TO WS-SEGMENT-FOUND
              OPEN INPUT SEGMENT-TRAILER
              READ SEGMENT-TRAILER
                AT END
                  CONTINUE
                NOT AT END
                  SET SEGMENT-ON-FILE TO TRUE
              END-READ
              CLOSE SEGMENT-TRAILER
              IF NOT SEGMENT-ON-FILE
                  OR SG-CYCLE NOT = WS-POSTING-CYCLE
                  OR SEGMENT-STARTED
                ADD 1 TO WS-SEGS-NOT-READY
                DISPLAY 'TRANLOAD - PARTITION ' WS-MERGE-PART-IDX
                    ' HAS NOT FINISHED - RERUN TRANLOAD PART '
                    WS-MERGE-PART-IDX
                EXIT PARAGRAPH
              END-IF
              IF WS-PARTITION-DATE = 0
                MOVE SG-RUN-DATE TO WS-PARTITION-DATE
              END-IF
              IF SG-RUN-DATE NOT = WS-PARTITION-DATE
                ADD 1 TO WS-SEGS-NOT-READY
                DISPLAY 'TRANLOAD - PARTITION ' WS-MERGE-PART-IDX
                    ' POSTED ' SG-RUN-DATE ', NOT '
                    WS-PARTITION-DATE
                EXIT PARAGRAPH
              END-IF
              ADD SG-RECORDS-READ TO WS-SEGS-READ
              ADD SG-READ-HASH TO WS-SEGS-READ-HASH
              ADD SG-RECORD-COUNT TO WS-SEGS-WRITTEN
              ADD SG-HASH-TOTAL TO WS-SEGS-HASH
              ADD SG-RECORDS-REJECTED TO WS-SEGS-REJECTED
              ADD SG-RECORDS-HELD TO WS-SEGS-HELD
              IF SEGMENT-COMPLETE
                PERFORM P010-READ-BACK-SEGMENT
                IF WS-SEG-WRITTEN NOT = SG-RECORD-COUNT
                    OR WS-SEG-HASH NOT = SG-HASH-TOTAL
                  ADD 1 TO WS-SEGS-OUT-OF-PROOF
                  DISPLAY 'TRANLOAD - PARTITION ' WS-MERGE-PART-IDX
                      ' JOURNAL SEGMENT DOES NOT MATCH ITS TRAILER'
                END-IF
              END-IF.

              *> each finished segment's journal goes onto the
              *> main journal in partition order and its master
              *> change images onto the master journal, the
              *> segment is emptied and marked merged - one
              *> segment at a time, so a merge that fails part way
              *> never carries a segment twice - and its velocity
              *> rows are folded into the history table. The
              *> night's totals then stand in for the main feed's
              M200-CARRY-SEGMENTS.
              PERFORM VARYING WS-MERGE-PART-IDX FROM 1 BY 1
                  UNTIL WS-MERGE-PART-IDX > WS-PARTITION-COUNT
                PERFORM M210-CARRY-ONE-SEGMENT
              END-PERFORM
              ADD WS-SEGS-READ TO WS-RECORDS-READ
              ADD WS-SEGS-WRITTEN TO WS-RECORDS-WRITTEN
              ADD WS-SEGS-HASH TO WS-HASH-TOTAL
              ADD WS-SEGS-REJECTED TO WS-RECORDS-REJECTED
              ADD WS-SEGS-HELD TO WS-HELD-COUNT.

              M210-CARRY-ONE-SEGMENT.
              PERFORM A020-NAME-PARTITION-FILES
              OPEN INPUT SEGMENT-TRAILER
              READ SEGMENT-TRAILER
                AT END
                  CONTINUE
              END-READ
              CLOSE SEGMENT-TRAILER
              IF SEGMENT-COMPLETE
                MOVE 'N' TO WS-JSEG-EOF
                OPEN INPUT JOURNAL-SEGMENT
                PERFORM UNTIL END-OF-JOURNAL-SEGMENT
                  READ JOURNAL-SEGMENT
                    AT END
                      SET END-OF-JOURNAL-SEGMENT TO TRUE
                    NOT AT END
                      MOVE JOURNAL-SEGMENT-RECORD TO JOURNAL-RECORD
                      CALL 'JRNLCHN' USING 'S', 'J', JOURNAL-RECORD,
                          JN-CHAIN-HASH
                      END-CALL
                      WRITE JOURNAL-RECORD
                      ADD 1 TO WS-SEGS-CARRIED
                  END-READ
                END-PERFORM
                CLOSE JOURNAL-SEGMENT
                OPEN OUTPUT JOURNAL-SEGMENT
                CLOSE JOURNAL-SEGMENT
                PERFORM M215-CARRY-MASTER-SEGMENT
                SET SEGMENT-MERGED TO TRUE
                OPEN OUTPUT SEGMENT-TRAILER
                WRITE SEGMENT-TRAILER-RECORD
                CLOSE SEGMENT-TRAILER
              END-IF
              PERFORM M220-FOLD-VELOCITY-SEGMENT.

              *> the partition's master change images are sealed
              *> onto the master chain the way MSTJRNL seals one,
              *> then the segment is emptied
              M215-CARRY-MASTER-SEGMENT.
              MOVE 'N' TO WS-MSEG-EOF
              OPEN INPUT MASTER-JOURNAL-SEGMENT
              OPEN EXTEND MASTER-JOURNAL
              PERFORM UNTIL END-OF-MASTER-SEGMENT
                READ MASTER-JOURNAL-SEGMENT
                  AT END
                    SET END-OF-MASTER-SEGMENT TO TRUE
                  NOT AT END
                    MOVE MASTER-SEGMENT-RECORD TO
                        MASTER-JOURNAL-RECORD
                    CALL 'JRNLCHN' USING 'S', 'M',
                        MASTER-JOURNAL-RECORD, MJ-CHAIN-HASH
                    END-CALL
                    WRITE MASTER-JOURNAL-RECORD
                    ADD 1 TO WS-MASTER-SEGS-CARRIED
                END-READ
              END-PERFORM
              CLOSE MASTER-JOURNAL
              CLOSE MASTER-JOURNAL-SEGMENT
              OPEN OUTPUT MASTER-JOURNAL-SEGMENT
              CLOSE MASTER-JOURNAL-SEGMENT.

              *> the same fold C360 makes for one posting, for
              *> each row a partition left on its velocity
              *> segment
              M220-FOLD-VELOCITY-SEGMENT.
              MOVE 'N' TO WS-VSEG-EOF
              OPEN INPUT VELOCITY-SEGMENT
              PERFORM UNTIL END-OF-VELOCITY-SEGMENT
                READ VELOCITY-SEGMENT
                  AT END
                    SET END-OF-VELOCITY-SEGMENT TO TRUE
                  NOT AT END
                    MOVE 0 TO WS-VEL-MATCH-IDX
                    PERFORM VARYING WS-VEL-IDX FROM 1 BY 1
                        UNTIL WS-VEL-IDX > WS-VEL-COUNT
                      IF WS-VEL-ACCOUNT(WS-VEL-IDX) = VS-ACCOUNT-ID
                          AND WS-VEL-DATE(WS-VEL-IDX) =
                              VS-POST-DATE
                        MOVE WS-VEL-IDX TO WS-VEL-MATCH-IDX
                      END-IF
                    END-PERFORM
                    IF WS-VEL-MATCH-IDX = 0
                      IF WS-VEL-COUNT < 500
                        ADD 1 TO WS-VEL-COUNT
                        MOVE WS-VEL-COUNT TO WS-VEL-MATCH-IDX
                        MOVE VS-ACCOUNT-ID TO
                            WS-VEL-ACCOUNT(WS-VEL-MATCH-IDX)
                        MOVE VS-POST-DATE TO
                            WS-VEL-DATE(WS-VEL-MATCH-IDX)
                        MOVE 0 TO WS-VEL-POSTINGS(WS-VEL-MATCH-IDX)
                        MOVE 0 TO WS-VEL-AMOUNT(WS-VEL-MATCH-IDX)
                      ELSE
                        SET VELOCITY-TABLE-SATURATED TO TRUE
                      END-IF
                    END-IF
                    IF WS-VEL-MATCH-IDX > 0
                      ADD VS-POST-COUNT TO
                          WS-VEL-POSTINGS(WS-VEL-MATCH-IDX)
                      ADD VS-POST-AMOUNT TO
                          WS-VEL-AMOUNT(WS-VEL-MATCH-IDX)
                    END-IF
                END-READ
              END-PERFORM
              CLOSE VELOCITY-SEGMENT.

              *> a pending memo whose UID any partition posted
              *> tonight is done - the posted-UID store carries
              *> the date each UID posted, so the probe stands in
              *> for the flag C015 sets in a single stream
              M300-SETTLE-PARTITION-MEMOS.
              PERFORM VARYING WS-MEMO-IDX FROM 1 BY 1
                  UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
                IF WS-MEMO-CLEARED(WS-MEMO-IDX) NOT = 'Y'
                    AND WS-MEMO-IMAGE(WS-MEMO-IDX)(1:5) IS NUMERIC
                  MOVE WS-MEMO-IMAGE(WS-MEMO-IDX)(1:5) TO PU-UID
                  READ POSTED-UIDS
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      IF PU-POST-DATE = WS-RUN-DATE
                        MOVE 'Y' TO WS-MEMO-CLEARED(WS-MEMO-IDX)
                      END-IF
                  END-READ
                END-IF
              END-PERFORM.

              *> the velocity segments are emptied only once the
              *> history they were folded into is safely saved
              M400-CLEAR-VELOCITY-SEGMENTS.
              PERFORM VARYING WS-MERGE-PART-IDX FROM 1 BY 1
                  UNTIL WS-MERGE-PART-IDX > WS-PARTITION-COUNT
                PERFORM A020-NAME-PARTITION-FILES
                OPEN OUTPUT VELOCITY-SEGMENT
                CLOSE VELOCITY-SEGMENT
              END-PERFORM.
