      *  UPDATE TOKEN EDUFILAP RETURNED ON THE LAST READ TRAVELS HERE
      *  TOGETHER WITH THE CUSTOMER IT BELONGS TO, SO AN UPDATE
      *  PRESENTS THE RIGHT TOKEN AND A STALE ONE IS CAUGHT BY THE
      *  SERVICE (RETURN CODE 24). A CHANGE THE SERVICE REFUSED AS
      *  DORMANT (RETURN CODE 42) IS REMEMBERED BY CUSTOMER AND
      *  FUNCTION: KEYING THE SAME CHANGE AGAIN IS THE OPERATOR'S
      *  CONFIRMATION THAT IT MAY REACTIVATE THE CUSTOMER.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05  FMN-LAST-NUMB     PIC X(6).
           05  FMN-TOKEN         PIC 9(5).
           05  FMN-REACT-NUMB    PIC X(6).
           05  FMN-REACT-FUNC    PIC X.
