      *    fields existed still pass a valid area.
           03 CA-CONTACT-PREF       PIC X(1).
           03 CA-MARKETING-OPTOUT   PIC X(1).
      *    Vulnerable-customer marker (category and review date,
      *    spaces when the customer is not marked), trailing for
      *    the same reason.
           03 CA-VULN-CATEGORY      PIC X(2).
           03 CA-VULN-REVIEW-DATE   PIC X(10).
      *    Reduce size to below 32K for WSIM support
