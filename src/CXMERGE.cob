           SELECT OPTIONAL CM-RSLT4 ASSIGN TO "CXRSLT04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-REQEV1 ASSIGN TO "CXREQV01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-REQEV2 ASSIGN TO "CXREQV02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-REQEV3 ASSIGN TO "CXREQV03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-REQEV4 ASSIGN TO "CXREQV04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-SVCJ1 ASSIGN TO "CXSVCJ01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-SVCJ2 ASSIGN TO "CXSVCJ02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-SVCJ3 ASSIGN TO "CXSVCJ03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-SVCJ4 ASSIGN TO "CXSVCJ04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CM-SUSP-OUT ASSIGN TO "CXSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT CM-CTL-OUT ASSIGN TO "CXCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-REQEV-OUT ASSIGN TO "CXREQEV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
           SELECT OPTIONAL CM-SVCJ-OUT ASSIGN TO "CXSVCJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CM-CTL1
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CM-C1-==.
       FD  CM-CTL2
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CM-C2-==.
       FD  CM-CTL3
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CM-C3-==.
       FD  CM-CTL4
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CM-C4-==.
       FD  CM-SUSP1
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CM-S1-==.
       FD  CM-SUSP2
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CM-S2-==.
       FD  CM-SUSP3
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CM-S3-==.
       FD  CM-SUSP4
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CM-S4-==.
       FD  CM-RSLT1
           RECORD CONTAINS 140 CHARACTERS.
       FD  CM-RSLT4
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXRESULT REPLACING ==(PRFX)== BY ==CM-R4-==.
       FD  CM-REQEV1
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==CM-E1-==.
       FD  CM-REQEV2
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==CM-E2-==.
       FD  CM-REQEV3
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==CM-E3-==.
       FD  CM-REQEV4
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==CM-E4-==.
       FD  CM-SVCJ1
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==CM-J1-==.
       FD  CM-SVCJ2
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==CM-J2-==.
       FD  CM-SVCJ3
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==CM-J3-==.
       FD  CM-SVCJ4
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==CM-J4-==.
       FD  CM-SUSP-OUT
           RECORD CONTAINS 118 CHARACTERS.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==CM-SO-==.
       FD  CM-RSLT-OUT
           RECORD CONTAINS 140 CHARACTERS.
       COPY CXRESULT REPLACING ==(PRFX)== BY ==CM-RO-==.
       FD  CM-CTL-OUT
           RECORD CONTAINS 130 CHARACTERS.
       COPY CXCTL REPLACING ==(PRFX)== BY ==CM-CO-==.
       FD  CM-REQEV-OUT
           RECORD CONTAINS 100 CHARACTERS.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==CM-EO-==.
       FD  CM-SVCJ-OUT
           RECORD CONTAINS 40 CHARACTERS.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==CM-JO-==.
       WORKING-STORAGE SECTION.
      * the merged control totals build up here and move to the
      * output record area only once CM-CTL-OUT is open; one entry
       COPY CXCTL REPLACING ==(PRFX)== BY ==WS-PIN-==.
       COPY CXSUSP REPLACING ==(PRFX)== BY ==WS-SIN-==.
       COPY CXRESULT REPLACING ==(PRFX)== BY ==WS-RIN-==.
       COPY CXREQEV REPLACING ==(PRFX)== BY ==WS-EIN-==.
       COPY CXSVCJ REPLACING ==(PRFX)== BY ==WS-JIN-==.
       01 WS-PART-TABLE.
         05 WS-PART-CT PIC 9(01) VALUE 0.
         05 WS-PART-ENTRY OCCURS 4 TIMES.
         88 WS-CTL-FOUND-YES VALUE 'Y'.
       01 WS-CTL-SUSP-CT PIC 9(06) VALUE 0.
       01 WS-CTL-RSLT-CT PIC 9(08) VALUE 0.
       01 WS-CTL-EVENT-CT PIC 9(08) VALUE 0.
       01 WS-CTL-JOURNAL-CT PIC 9(08) VALUE 0.
       01 WS-BALANCE-SW PIC X(01) VALUE 'Y'.
         88 WS-BALANCED VALUE 'Y'.
       01 WS-IO-STATUS PIC X(02) VALUE '00'.
      * partition wiring CXSPLIT uses - are copied out with their
      * sequence numbers rebased by their partition's offset, so the
      * merged files read exactly as a single-image run over the
      * original file would have.  The partitions' request events
      * are rebased the same way and appended to the cumulative
      * CXREQEV file, so an event carries the sequence number of
      * its transaction on the unsplit file and two partitions'
      * events for one request can never share a key.  Their
      * service-journal entries are rebased and appended to the
      * cumulative CXSVCJ journal likewise, so the month-end SLA
      * report sees the parallel run's transactions.  The merged
      * totals are checked against the sum of the partition counts;
      * an imbalance fails the step.
      ******************************************************************
           PERFORM LOAD-PARTITION-CONTROLS

           PERFORM COMPUTE-PARTITION-OFFSETS
           PERFORM MERGE-RESULT-RECORDS
           PERFORM MERGE-SUSPENSE-RECORDS
           PERFORM MERGE-REQUEST-EVENTS
           PERFORM MERGE-SERVICE-JOURNAL
           PERFORM WRITE-MERGED-CONTROL

           PERFORM CHECK-MERGED-BALANCE
           MOVE 0 TO WS-SUM-MULT-CT
           MOVE 0 TO WS-SUM-INV-CT
           MOVE 0 TO WS-SUM-DIV-CT
           MOVE 0 TO WS-SUM-ADD-CT
           MOVE 0 TO WS-SUM-SUB-CT
           MOVE 0 TO WS-SUM-SQRT-CT
           MOVE 0 TO WS-SUM-EXP-CT
           MOVE 0 TO WS-SUM-LOG-CT
           MOVE 0 TO WS-SUM-POW-CT
           MOVE 0 TO WS-SUM-SCALE-CT
           MOVE 0 TO WS-SUM-NEG-CT
           MOVE 0 TO WS-SUM-REJECT-CT
           MOVE 0 TO WS-SUM-TOTAL-READ

           ADD WS-PIN-MULT-CT TO WS-SUM-MULT-CT
           ADD WS-PIN-INV-CT TO WS-SUM-INV-CT
           ADD WS-PIN-DIV-CT TO WS-SUM-DIV-CT
           ADD WS-PIN-ADD-CT TO WS-SUM-ADD-CT
           ADD WS-PIN-SUB-CT TO WS-SUM-SUB-CT
           ADD WS-PIN-SQRT-CT TO WS-SUM-SQRT-CT
           ADD WS-PIN-EXP-CT TO WS-SUM-EXP-CT
           ADD WS-PIN-LOG-CT TO WS-SUM-LOG-CT
           ADD WS-PIN-POW-CT TO WS-SUM-POW-CT
           ADD WS-PIN-SCALE-CT TO WS-SUM-SCALE-CT
           ADD WS-PIN-NEG-CT TO WS-SUM-NEG-CT
           ADD WS-PIN-REJECT-CT TO WS-SUM-REJECT-CT
           ADD WS-PIN-TOTAL-READ TO WS-SUM-TOTAL-READ

           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-SUSP-CT
           .
      ******************************************************************
      * Appends each partition's request events to CXREQEV the same
      * way.  Every event a COMPLEX image posts carries its
      * transaction's sequence number on the partition; a delivery
      * event's count is left as it stands.
      ******************************************************************
       MERGE-REQUEST-EVENTS.
           OPEN EXTEND CM-REQEV-OUT
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-PART-CT NOT < 1
             MOVE 'N' TO WS-EOF-SW
             OPEN INPUT CM-REQEV1
             MOVE 1 TO WS-CUR-PART
             PERFORM READ-REQEV1
             PERFORM COPY-REQEV1
               UNTIL WS-EOF-YES
             CLOSE CM-REQEV1
           END-IF

           IF WS-PART-CT NOT < 2
             MOVE 'N' TO WS-EOF-SW
             OPEN INPUT CM-REQEV2
             MOVE 2 TO WS-CUR-PART
             PERFORM READ-REQEV2
             PERFORM COPY-REQEV2
               UNTIL WS-EOF-YES
             CLOSE CM-REQEV2
           END-IF

           IF WS-PART-CT NOT < 3
             MOVE 'N' TO WS-EOF-SW
             OPEN INPUT CM-REQEV3
             MOVE 3 TO WS-CUR-PART
             PERFORM READ-REQEV3
             PERFORM COPY-REQEV3
               UNTIL WS-EOF-YES
             CLOSE CM-REQEV3
           END-IF

           IF WS-PART-CT NOT < 4
             MOVE 'N' TO WS-EOF-SW
             OPEN INPUT CM-REQEV4
             MOVE 4 TO WS-CUR-PART
             PERFORM READ-REQEV4
             PERFORM COPY-REQEV4
               UNTIL WS-EOF-YES
             CLOSE CM-REQEV4
           END-IF

           CLOSE CM-REQEV-OUT
           .
       READ-REQEV1.
           READ CM-REQEV1
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE CM-E1-EVENT-RECORD TO WS-EIN-EVENT-RECORD
           END-READ
           .
       COPY-REQEV1.
           PERFORM WRITE-MERGED-EVENT
           PERFORM READ-REQEV1
           .
       READ-REQEV2.
           READ CM-REQEV2
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE CM-E2-EVENT-RECORD TO WS-EIN-EVENT-RECORD
           END-READ
           .
       COPY-REQEV2.
           PERFORM WRITE-MERGED-EVENT
           PERFORM READ-REQEV2
           .
       READ-REQEV3.
           READ CM-REQEV3
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE CM-E3-EVENT-RECORD TO WS-EIN-EVENT-RECORD
           END-READ
           .
       COPY-REQEV3.
           PERFORM WRITE-MERGED-EVENT
           PERFORM READ-REQEV3
           .
       READ-REQEV4.
           READ CM-REQEV4
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE CM-E4-EVENT-RECORD TO WS-EIN-EVENT-RECORD
           END-READ
           .
       COPY-REQEV4.
           PERFORM WRITE-MERGED-EVENT
           PERFORM READ-REQEV4
           .
      ******************************************************************
      * Writes the staged request event with its sequence number
      * rebased by the current partition's offset.
      ******************************************************************
       WRITE-MERGED-EVENT.
           MOVE WS-EIN-EVENT-RECORD TO CM-EO-EVENT-RECORD
           IF NOT WS-EIN-STAGE-DISTRIBUTED
             COMPUTE CM-EO-SEQ-NO =
               WS-EIN-SEQ-NO + WS-PART-OFFSET(WS-CUR-PART)
           END-IF
           WRITE CM-EO-EVENT-RECORD
           MOVE 'CXREQEV' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-EVENT-CT
           .
      ******************************************************************
      * Appends each partition's service-journal entries to CXSVCJ
      * the same way.  Every entry carries its transaction's
      * sequence number on the partition.
      ******************************************************************
       MERGE-SERVICE-JOURNAL.
           OPEN EXTEND CM-SVCJ-OUT
           MOVE 'CXSVCJ' TO WS-IO-FILE
           MOVE 'OPEN' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS

           IF WS-PART-CT NOT < 1
             MOVE 'N' TO WS-EOF-SW
             OPEN INPUT CM-SVCJ1
             MOVE 1 TO WS-CUR-PART
             PERFORM READ-SVCJ1
             PERFORM COPY-SVCJ1
               UNTIL WS-EOF-YES
             CLOSE CM-SVCJ1
           END-IF

           IF WS-PART-CT NOT < 2
             MOVE 'N' TO WS-EOF-SW
             OPEN INPUT CM-SVCJ2
             MOVE 2 TO WS-CUR-PART
             PERFORM READ-SVCJ2
             PERFORM COPY-SVCJ2
               UNTIL WS-EOF-YES
             CLOSE CM-SVCJ2
           END-IF

           IF WS-PART-CT NOT < 3
             MOVE 'N' TO WS-EOF-SW
             OPEN INPUT CM-SVCJ3
             MOVE 3 TO WS-CUR-PART
             PERFORM READ-SVCJ3
             PERFORM COPY-SVCJ3
               UNTIL WS-EOF-YES
             CLOSE CM-SVCJ3
           END-IF

           IF WS-PART-CT NOT < 4
             MOVE 'N' TO WS-EOF-SW
             OPEN INPUT CM-SVCJ4
             MOVE 4 TO WS-CUR-PART
             PERFORM READ-SVCJ4
             PERFORM COPY-SVCJ4
               UNTIL WS-EOF-YES
             CLOSE CM-SVCJ4
           END-IF

           CLOSE CM-SVCJ-OUT
           .
       READ-SVCJ1.
           READ CM-SVCJ1
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE CM-J1-JOURNAL-RECORD TO WS-JIN-JOURNAL-RECORD
           END-READ
           .
       COPY-SVCJ1.
           PERFORM WRITE-MERGED-JOURNAL
           PERFORM READ-SVCJ1
           .
       READ-SVCJ2.
           READ CM-SVCJ2
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE CM-J2-JOURNAL-RECORD TO WS-JIN-JOURNAL-RECORD
           END-READ
           .
       COPY-SVCJ2.
           PERFORM WRITE-MERGED-JOURNAL
           PERFORM READ-SVCJ2
           .
       READ-SVCJ3.
           READ CM-SVCJ3
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE CM-J3-JOURNAL-RECORD TO WS-JIN-JOURNAL-RECORD
           END-READ
           .
       COPY-SVCJ3.
           PERFORM WRITE-MERGED-JOURNAL
           PERFORM READ-SVCJ3
           .
       READ-SVCJ4.
           READ CM-SVCJ4
             AT END
               SET WS-EOF-YES TO TRUE
             NOT AT END
               MOVE CM-J4-JOURNAL-RECORD TO WS-JIN-JOURNAL-RECORD
           END-READ
           .
       COPY-SVCJ4.
           PERFORM WRITE-MERGED-JOURNAL
           PERFORM READ-SVCJ4
           .
      ******************************************************************
      * Writes the staged journal entry with its sequence number
      * rebased by the current partition's offset.
      ******************************************************************
       WRITE-MERGED-JOURNAL.
           MOVE WS-JIN-JOURNAL-RECORD TO CM-JO-JOURNAL-RECORD
           COMPUTE CM-JO-SEQ-NO =
             WS-JIN-SEQ-NO + WS-PART-OFFSET(WS-CUR-PART)
           WRITE CM-JO-JOURNAL-RECORD
           MOVE 'CXSVCJ' TO WS-IO-FILE
           MOVE 'WRITE' TO WS-IO-OP
           PERFORM CHECK-IO-STATUS
           ADD 1 TO WS-CTL-JOURNAL-CT
           .
       WRITE-MERGED-CONTROL.
           OPEN OUTPUT CM-CTL-OUT
           MOVE 'CXCTL' TO WS-IO-FILE
                ' TOTAL READ=' WS-SUM-TOTAL-READ
                ' RESULTS=' WS-CTL-RSLT-CT
                ' SUSPENSE=' WS-CTL-SUSP-CT
                ' EVENTS=' WS-CTL-EVENT-CT
                ' JOURNAL=' WS-CTL-JOURNAL-CT

           IF WS-CTL-SUSP-CT NOT = WS-SUM-REJECT-CT
             DISPLAY 'CXMERGE - OUT OF BALANCE: SUSPENSE '
