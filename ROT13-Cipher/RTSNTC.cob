       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTSNTC.

      *    One-time conversion of the sent-customer master from its
      *    old line-sequential form to the indexed master keyed on
      *    partner plus account (see RTSNT.cpy) that RTDELTA, RTSNTU,
      *    and RTRETN now read by key. Ops renames the old master and
      *    points RTSNTS at it; this job loads every record into a new
      *    RTSNT, then reads the new master back end to end and proves
      *    the record counts match - records read from the old master,
      *    records loaded, and records found on the new one. Any
      *    difference, including a partner/account key the old master
      *    carried twice (the old full rewrite could never produce one,
      *    so it means the file was edited by hand), fails the run for
      *    the old master to be corrected and the load rerun. A failed
      *    run leaves its partial RTSNT behind, and ops deletes it
      *    before the rerun. The load only goes ahead when no RTSNT
      *    exists at all: one that already opens as an indexed master
      *    is refused rather than overwritten - the conversion runs
      *    once - and so is anything else found under the name, such
      *    as the old master not yet moved to RTSNTS. Ends in GOBACK
      *    so it can run standalone or as a step under DRIVER's step
      *    table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The old line-sequential sent-customer master.
           SELECT OLD-SENT-FILE ASSIGN TO "RTSNTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OLD-FILE-STATUS.
      *    The new indexed sent-customer master - written by key,
      *    then read back in key order for the proof.
           SELECT SENT-FILE ASSIGN TO "RTSNT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SNT-KEY
               FILE STATUS IS SNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The old master's record is the master record, renamed so
      *    both files can live in one program.
       FD  OLD-SENT-FILE.
       COPY RTSNT REPLACING LEADING ==RT-== BY ==RO-==
                            LEADING ==SNT-== BY ==OLD-==.

       FD  SENT-FILE.
       COPY RTSNT.

       WORKING-STORAGE SECTION.
      *  Shared communication area for reporting this run's volume
      *  figures back to DRIVER (see DRCOMM.cpy) - EXTERNAL, so a
      *  standalone run simply keeps a private copy.
       COPY DRCOMM.

      *    Run-scoped state lives in LOCAL-STORAGE, so a repeated
      *    CALL under DRIVER's step table (per-step override cards
      *    can run the same program several times in one stream)
      *    starts from the VALUE clauses afresh.
       LOCAL-STORAGE SECTION.
       01 OLD-FILE-STATUS PIC XX.
       01 SNT-FILE-STATUS PIC XX.
       01 OLD-EOF PIC X VALUE 'N'.
       01 SENT-EOF PIC X VALUE 'N'.
      *  The three counts the conversion has to reconcile, and the
      *  old-master records refused as duplicate keys.
       01 READ-COUNT PIC 9(6) VALUE 0.
       01 LOADED-COUNT PIC 9(6) VALUE 0.
       01 VERIFIED-COUNT PIC 9(6) VALUE 0.
       01 DUPLICATE-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM CHECK-NOT-CONVERTED
           PERFORM OPEN-FILES
           PERFORM LOAD-NEXT-RECORD UNTIL OLD-EOF = 'Y'
           CLOSE OLD-SENT-FILE
           CLOSE SENT-FILE
           PERFORM VERIFY-NEW-MASTER
           MOVE READ-COUNT TO DC-RECORDS-READ
           MOVE LOADED-COUNT TO DC-RECORDS-WRITTEN
           MOVE DUPLICATE-COUNT TO DC-RECORDS-SKIPPED
           DISPLAY "RTSNTC complete. Read: " READ-COUNT
               " loaded: " LOADED-COUNT " verified: " VERIFIED-COUNT
               " duplicates: " DUPLICATE-COUNT
           IF LOADED-COUNT NOT = READ-COUNT
               OR VERIFIED-COUNT NOT = LOADED-COUNT
               DISPLAY "RTSNTC: record counts do not match, "
                   "conversion failed"
               PERFORM REPORT-PARTIAL-MASTER
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * CHECK-NOT-CONVERTED lets the load go ahead only when there is
      * no RTSNT at all (status 35), since OPEN OUTPUT destroys
      * whatever is there. An RTSNT that opens as an indexed master is
      * refused - loading over it would throw away everything RTSNTU
      * has applied since the conversion (a partial master left by a
      * failed load opens the same way, and ops deletes it first).
      * So is one that fails to open any other way, such as the old
      * line-sequential master still under the new name or a file
      * held by another job.
       CHECK-NOT-CONVERTED SECTION.
           OPEN INPUT SENT-FILE
           EVALUATE SNT-FILE-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   CLOSE SENT-FILE
                   DISPLAY "RTSNTC: RTSNT is already an indexed "
                       "master, conversion refused"
                   DISPLAY "RTSNTC: if it is a partial master left by "
                       "a failed load, delete it and rerun"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "RTSNTC: RTSNT exists but won't open as an "
                       "indexed master, file status: " SNT-FILE-STATUS
                   DISPLAY "RTSNTC: conversion refused - move the old "
                       "master to RTSNTS, or delete a partial RTSNT "
                       "left by a failed load"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           EXIT.

      * OPEN-FILES opens the old master for reading and creates the
      * new one. Any failed OPEN is fatal.
       OPEN-FILES SECTION.
           OPEN INPUT OLD-SENT-FILE
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "RTSNTC: unable to open RTSNTS, file status: "
                   OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SENT-FILE
           IF SNT-FILE-STATUS NOT = "00"
               DISPLAY "RTSNTC: unable to create RTSNT, file status: "
                   SNT-FILE-STATUS
               CLOSE OLD-SENT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EXIT.

      * LOAD-NEXT-RECORD reads one old-master record and writes it to
      * the new master under its key. A key already loaded is named
      * and counted, and fails the proof at the end; any other failed
      * WRITE is fatal.
       LOAD-NEXT-RECORD SECTION.
           READ OLD-SENT-FILE
               AT END
                   MOVE 'Y' TO OLD-EOF
               NOT AT END
                   ADD 1 TO READ-COUNT
                   MOVE RO-SENT-RECORD TO RT-SENT-RECORD
                   WRITE RT-SENT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   EVALUATE SNT-FILE-STATUS
                       WHEN "00"
                           ADD 1 TO LOADED-COUNT
                       WHEN "22"
                           ADD 1 TO DUPLICATE-COUNT
                           DISPLAY "RTSNTC: duplicate key on RTSNTS "
                               "record " READ-COUNT ": partner "
                               SNT-PARTNER-ID " account "
                               SNT-ACCOUNT-NUMBER
                       WHEN OTHER
                           DISPLAY "RTSNTC: unable to write RTSNT, "
                               "file status: " SNT-FILE-STATUS
                           CLOSE OLD-SENT-FILE
                           CLOSE SENT-FILE
                           PERFORM REPORT-PARTIAL-MASTER
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                   END-EVALUATE
           END-READ
           EXIT.

      * VERIFY-NEW-MASTER reopens the new master and reads it back in
      * key order, counting what is actually on it.
       VERIFY-NEW-MASTER SECTION.
           OPEN INPUT SENT-FILE
           IF SNT-FILE-STATUS NOT = "00"
               DISPLAY "RTSNTC: unable to reopen RTSNT, file status: "
                   SNT-FILE-STATUS
               PERFORM REPORT-PARTIAL-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFY-NEXT-RECORD UNTIL SENT-EOF = 'Y'
           CLOSE SENT-FILE
           EXIT.

      * VERIFY-NEXT-RECORD reads and counts one new-master record.
       VERIFY-NEXT-RECORD SECTION.
           READ SENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SENT-EOF
               NOT AT END
                   ADD 1 TO VERIFIED-COUNT
           END-READ
           EXIT.

      * REPORT-PARTIAL-MASTER tells ops that a failed load has left a
      * partial RTSNT behind, which CHECK-NOT-CONVERTED would refuse
      * on the rerun - it has to be deleted first.
       REPORT-PARTIAL-MASTER SECTION.
           DISPLAY "RTSNTC: RTSNT is incomplete - delete it before "
               "rerunning the conversion"
           EXIT.
