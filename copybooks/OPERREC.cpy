      *-----------------------
      *OPERREC.cpy - OPERMAST operator authority record layout, shared
      *by every program that checks an operator id against the
      *operator master (CBLOEDT1, CBLOMNT1, CBLOPST1, CBLOCMN1,
      *CBLOAPR1, CBLOOPM1, CBLOSUS1, CBLOCTM1). One record per
      *operator, keyed by the id stamped on the transactions and
      *audit trails. An operator must be on file and active ('A')
      *before anything keyed under the id is accepted; a suspended
      *('S') operator is refused outright.
      *Each of the three transaction streams has its own list of the
      *type codes the operator may key - account maintenance
      *(TRANSIN: A C D X K R), monetary posting (MONYIN: P B J L) and
      *customer maintenance (CUSTTRN: A C D) - because the streams
      *share letters with different meanings. A code is allowed when
      *it appears anywhere in the list. The two ceilings are the most
      *the operator may put through on their own authority: a credit
      *limit raised above the account's current limit (an add counts
      *its whole limit as the increase) and a 'J' adjustment either
      *way. Above the ceiling the item is held on APPRQUE until a
      *second operator releases it. OPER-APPROVER marks the operators
      *who may release held items at all; a releasing operator must
      *also hold the type and a ceiling covering the amount.
      *-----------------------
       01  OPER-REC.
           05  OPER-ID                PIC X(8).
           05  OPER-NAME              PIC X(30).
           05  OPER-STATUS            PIC X(1).
               88  OPER-ACTIVE        VALUE 'A'.
               88  OPER-SUSPENDED     VALUE 'S'.
           05  OPER-ACCT-TYPES        PIC X(10).
           05  OPER-MONY-TYPES        PIC X(10).
           05  OPER-CUST-TYPES        PIC X(10).
           05  OPER-LIMIT-CEILING     PIC S9(7)V99 COMP-3.
           05  OPER-ADJ-CEILING       PIC S9(7)V99 COMP-3.
           05  OPER-APPROVER          PIC X(1).
               88  OPER-CAN-APPROVE   VALUE 'Y'.
           05  OPER-CHANGED-DATE      PIC 9(8).
           05  OPER-CHANGED-BY        PIC X(8).
           05  FILLER                 PIC X(20).
