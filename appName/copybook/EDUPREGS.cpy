      *----------------------------------------------------------------*
      *  EDUPREGS - Record layout for the PAYREG VSAM KSDS, the        *
      *  permanent registry of every bank payment EDUFPAYB has         *
      *  applied, keyed on the bank's own reference (PAY-REF). One     *
      *  record per applied payment: customer, the signed amount as    *
      *  it was posted, the posting date and the key of the POSTDTL    *
      *  detail it left (spaces when that capture failed). EDUFPAYB    *
      *  refuses a reference already on file, so a re-sent bank file   *
      *  cannot credit a customer twice; EDUFRETN finds the original   *
      *  here when the bank returns the payment, backs it out and      *
      *  marks the record returned with the date and the bank's        *
      *  return reason, so a second return of the same payment is      *
      *  refused. Records are never deleted. Fixed 100 bytes.          *
      *----------------------------------------------------------------*
       01  PRG-REC.
           05  PRG-REF           PIC X(16).
           05  PRG-NUMB          PIC X(6).
           05  PRG-AMOUNT        PIC S9(6)V99.
           05  PRG-FECHA         PIC X(8).
           05  PRG-PDT-KEY       PIC X(25).
           05  PRG-STATUS        PIC X.
               88  PRG-APPLIED          VALUE ' '.
               88  PRG-RETURNED         VALUE 'R'.
           05  PRG-RET-FECHA     PIC X(8).
           05  PRG-RET-RSN       PIC X(2).
           05  FILLER            PIC X(26).
