      *****************************************************************
      * PENDING-CHANGE-RECORD layout for PENDING-CHANGE-FILE
      * (pending_changes.dat, line sequential), the dual-control
      * queue for sensitive master-file changes. The registry writes
      * one record per change an operator keys - an account name
      * correction, a customer address or tax ID change, an
      * overdraft limit change, or a joint owner added to an account
      * - and leaves the master as it is. A second operator, never
      * the one who keyed it, approves or rejects the change from
      * the registry; only an approved change is applied to the
      * master, and it is audited with the maker's ID as the
      * operator and the checker's as the override. PC-BEFORE-VALUE
      * is the master value when the change was keyed, so a change
      * overtaken by another is refused rather than applied over
      * it. An overdraft limit change carries the limits in
      * PC-BEFORE-LIMIT and PC-AFTER-LIMIT; a joint owner carries
      * the customer in PC-CUSTOMER-ID. Records stay on file once
      * decided (status APPROVED or REJECTED) so the queue is its
      * own history; PC-NUMBER is unique within it.
      * PendingChangeReport lists the open queue and the day's
      * rejections in the EOD cycle.
      *****************************************************************
       01 PENDING-CHANGE-RECORD.
           05 PC-NUMBER            PIC 9(6).
           05 PC-CHANGE-TYPE       PIC X(1).
               88 PC-ACCOUNT-NAME    VALUE "N".
               88 PC-CUSTOMER-ADDRESS VALUE "A".
               88 PC-CUSTOMER-TAX-ID VALUE "T".
               88 PC-OVERDRAFT-LIMIT VALUE "O".
               88 PC-JOINT-OWNER     VALUE "J".
           05 PC-ACCOUNT-NUMBER    PIC 9(10).
           05 PC-CUSTOMER-ID       PIC 9(8).
           05 PC-BEFORE-VALUE      PIC X(40).
           05 PC-BEFORE-LIMIT      REDEFINES PC-BEFORE-VALUE
                                   PIC 9(8)V99.
           05 PC-AFTER-VALUE       PIC X(40).
           05 PC-AFTER-LIMIT       REDEFINES PC-AFTER-VALUE
                                   PIC 9(8)V99.
           05 PC-STATUS            PIC X(1).
               88 PC-PENDING       VALUE "P".
               88 PC-APPROVED      VALUE "A".
               88 PC-REJECTED      VALUE "R".
           05 PC-MAKER-ID          PIC X(8).
           05 PC-MADE-DATE         PIC 9(8).
           05 PC-CHECKER-ID        PIC X(8).
           05 PC-DECIDED-DATE      PIC 9(8).
