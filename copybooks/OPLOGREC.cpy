      *-----------------------
      *OPLOGREC.cpy - OPERLOG operator authority log record layout,
      *shared by every program that enforces the operator master
      *(CBLOEDT1, CBLOMNT1, CBLOPST1, CBLOCMN1), the release run
      *(CBLOAPR1) and the supervisor's daily report (CBLOOPR1). One
      *record per authority event, appended across runs the way
      *ACCTAUD is:
      *  'U' operator id not on OPERMAST      - refused
      *  'I' operator suspended               - refused
      *  'T' type not in the operator's list  - refused
      *  'Q' over the operator's ceiling      - held on APPRQUE
      *  'R' held item released               - CBLOAPR1
      *  'D' held item declined               - CBLOAPR1
      *  'F' release or decline card refused  - CBLOAPR1
      *OLOG-OPERATOR-ID is whoever acted - the keying operator for
      *the first four, the releasing operator for the last three -
      *and OLOG-KEYED-BY is always the operator who keyed the item.
      *OLOG-KEY is the account number, or the customer number for
      *CUSTTRN; OLOG-APPR-KEY the queue item for 'Q' 'R' 'D' 'F'.
      *-----------------------
       01  OLOG-REC.
           05  OLOG-DATE              PIC 9(8).
           05  OLOG-TIME              PIC 9(6).
           05  OLOG-PROGRAM           PIC X(8).
           05  OLOG-EVENT             PIC X(1).
               88  OLOG-UNKNOWN-OPER  VALUE 'U'.
               88  OLOG-INACTIVE-OPER VALUE 'I'.
               88  OLOG-TYPE-REFUSED  VALUE 'T'.
               88  OLOG-HELD          VALUE 'Q'.
               88  OLOG-RELEASED      VALUE 'R'.
               88  OLOG-DECLINED      VALUE 'D'.
               88  OLOG-CARD-REFUSED  VALUE 'F'.
               88  OLOG-VIOLATION     VALUE 'U' 'I' 'T' 'F'.
               88  OLOG-APPROVAL      VALUE 'R' 'D'.
           05  OLOG-OPERATOR-ID       PIC X(8).
           05  OLOG-KEYED-BY          PIC X(8).
           05  OLOG-TRANS-TYPE        PIC X(1).
           05  OLOG-KEY               PIC X(8).
           05  OLOG-AMOUNT            PIC S9(7)V99 COMP-3.
           05  OLOG-CEILING           PIC S9(7)V99 COMP-3.
           05  OLOG-APPR-KEY          PIC X(19).
           05  OLOG-REASON            PIC X(30).
           05  FILLER                 PIC X(10).
