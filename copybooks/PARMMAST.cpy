      ******************************************************************
      *    COPYBOOK.....: PARMMAST.cpy
      *    DESCRIPTION...: CONTROLLED PARAMETER MASTER RECORD - ONE
      *                    RECORD PER PARAMETER CARD PER EFFECTIVE
      *                    DATE.  PM-PARM-ID IS THE CARD'S OLD DD NAME
      *                    (ADJTHRSH, OTPARM, ...); PM-PARM-QUAL TELLS
      *                    APART THE ROWS OF A MULTI-ROW CARD FILE
      *                    (REJTHRSH IS QUALIFIED BY PROGRAM ID) AND IS
      *                    SPACES FOR A ONE-CARD PARAMETER.  PM-VALUE
      *                    IS THE CARD IMAGE ITSELF, IN THE LAYOUT THE
      *                    READING PROGRAM HAS ALWAYS USED.  THE ROW
      *                    IN FORCE ON A DATE IS THE ONE WITH THE
      *                    LATEST EFFECTIVE DATE NOT AFTER IT.  THE
      *                    SAME LAYOUT CARRIES A PROPOSED CHANGE ON THE
      *                    PARMPEND FILE (PM-PENDING) UNTIL A SECOND
      *                    USER APPROVES IT.
      *    MODIFICATION HISTORY
      *    ------------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    2026-10-15 JPL   INITIAL VERSION.
      ******************************************************************
       01  PARM-MASTER-RECORD.
           05  PM-KEY.
               10  PM-PARM-ID              PIC X(08).
               10  PM-PARM-QUAL            PIC X(08).
               10  PM-EFF-DATE             PIC 9(08).
           05  PM-STATUS                   PIC X(01).
               88  PM-ACTIVE                       VALUE 'A'.
               88  PM-PENDING                      VALUE 'P'.
           05  PM-VALUE                    PIC X(40).
           05  PM-PROPOSED-BY              PIC X(08).
           05  PM-PROPOSED-DATE            PIC 9(08).
           05  PM-APPROVED-BY              PIC X(08).
           05  PM-APPROVED-DATE            PIC 9(08).
           05  FILLER                      PIC X(03).
