      *                     AND CONSUMERS CHOOSE DELIBERATELY -
      *                     CUSTLBL THE MAILING ADDRESS, CUSTCRM ALL
      *                     OF THEM IN TYPED COLUMNS.
      *    2026-10-15 JPL   RETURNED-MAIL MARKER - RTNMAIL FLAGS AN
      *                     ADDRESS UNDELIVERABLE WITH THE RETURN DATE
      *                     AND REASON; CUSTLBL AND CUSTCRM SKIP IT
      *                     UNTIL AN ATV3 CHANGE CLEARS THE FLAG.
      *                     RECORD GROWS FROM 20 TO 31 BYTES.
      ******************************************************************
       01  CUST-ADDR-RECORD.
           05  CA-ADDR-KEY.
           05  CA-HOUSE-NUMBER             PIC 9(03).
           05  CA-COUNTRY                  PIC X(05).
           05  CA-PIN-CODE                 PIC 9(06).
           05  CA-UNDELIV-SW               PIC X(01).
               88  CA-UNDELIVERABLE                VALUE 'Y'.
           05  CA-RETURN-DATE              PIC 9(08).
           05  CA-RETURN-REASON            PIC X(02).
