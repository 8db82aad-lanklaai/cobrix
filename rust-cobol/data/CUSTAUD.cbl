      * by any updating job, carrying the before and after image of  *
      * every field that is allowed to change plus the job/           *
      * transaction identifier that made the change.                 *
      *                                                               *
      * CAU-ACTION and the two image extensions were added so the     *
      * trail carries everything CMRCV01 needs to roll a restored     *
      * CUSTMAST backup forward: the fields the original images left  *
      * out (date of birth, the three date stamps, and                *
      * CMR-OVERDRAFT-LIMIT) and whether the row recorded a new       *
      * account.  CAU-ACTION came out of the trailing FILLER; the     *
      * extensions took the record from 292 to 368 bytes, and the     *
      * trail was converted with a pass that pads existing rows with  *
      * spaces.  A space action reads as an update, and an extension  *
      * that is not numeric marks a row written before the fields     *
      * existed -- readers leave those fields as they stand.          *
      *   CAU-ACTION       U  update of an existing CUSTMAST row      *
      *                    I  insert -- a new account; the before     *
      *                       image is spaces                         *
      *                                                               *
      * CAU-OPERATOR-ID and CAU-APPROVER-ID carry the CICS signed-on  *
      * user ids behind an online change: the operator who keyed it   *
      * and, for a change that was parked on PENDAPPR for supervisor  *
      * approval, the supervisor who released it.  CAU-OPERATOR-ID    *
      * came out of the trailing FILLER; CAU-APPROVER-ID took the     *
      * record from 368 to 384 bytes, converted the same way.  Batch  *
      * rows (CMAUD01) carry spaces in both -- CAU-JOB-NAME already   *
      * names the job.                                                *
      *================================================================*
       01  CUSTOMER-AUDIT-RECORD.
           05  CAU-CUST-ID            PIC X(10).
               10  CAU-AFTER-CREDIT-LIMIT   PIC S9(9)V99 COMP-3.
               10  CAU-AFTER-ACCOUNT-TYPE   PIC X(1).
               10  CAU-AFTER-STATUS         PIC X(1).
           05  CAU-ACTION             PIC X(1).
               88  CAU-UPDATE                 VALUE 'U' ' '.
               88  CAU-INSERT                 VALUE 'I'.
           05  CAU-OPERATOR-ID        PIC X(8).
           05  FILLER                 PIC X(1).
           05  CAU-BEFORE-EXTENSION.
               10  CAU-BEFORE-DOB           PIC 9(8).
               10  CAU-BEFORE-OPEN-DATE     PIC 9(8).
               10  CAU-BEFORE-LAST-TXN-DATE PIC 9(8).
               10  CAU-BEFORE-LAST-CUST-DATE PIC 9(8).
               10  CAU-BEFORE-OD-LIMIT      PIC S9(9)V99 COMP-3.
           05  CAU-AFTER-EXTENSION.
               10  CAU-AFTER-DOB            PIC 9(8).
               10  CAU-AFTER-OPEN-DATE      PIC 9(8).
               10  CAU-AFTER-LAST-TXN-DATE  PIC 9(8).
               10  CAU-AFTER-LAST-CUST-DATE PIC 9(8).
               10  CAU-AFTER-OD-LIMIT       PIC S9(9)V99 COMP-3.
           05  CAU-APPROVER-ID        PIC X(8).
           05  FILLER                 PIC X(8).
