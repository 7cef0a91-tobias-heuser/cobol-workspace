      * DEPTREC.CPY - department master record (DEPTMST, indexed on
      * DEPT-CODE). The departments allowed to queue diamond
      * requests: DIAINTK rejects a request from a code not on file
      * or not active, and holds one that would take the department
      * past its monthly quota; DIABILL prints the cost center the
      * chargeback is booked to. Maintained by DEPTMNT.
       01 DEPARTMENT-RECORD.
           05 DEPT-CODE PIC X(8).
           05 FILLER PIC X.
           05 DEPT-COST-CENTER PIC X(10).
           05 FILLER PIC X.
      *    Who gets the notice and the printout for the department.
           05 DEPT-CONTACT PIC X(30).
           05 FILLER PIC X.
           05 DEPT-STATUS PIC X.
               88 DEPT-ACTIVE VALUE "A".
               88 DEPT-INACTIVE VALUE "I".
           05 FILLER PIC X.
      *    Requests the department may have printed in a calendar
      *    month; zero means no quota.
           05 DEPT-MONTHLY-QUOTA PIC 9(5).
