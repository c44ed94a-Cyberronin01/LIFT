      * Sales tax exemption certificate on file for a customer in one
      * jurisdiction, maintained by CUSTMGR with the customer audit
      * trail. CUSTBILL bills the customer untaxed in that
      * jurisdiction only while the certificate has not expired;
      * CERTEXP lists certificates coming up for renewal.
       01  EXEMPT-CERT-RECORD.
           05  EX-KEY.
               10  EX-CUST-ID         PIC X(10).
               10  EX-TAX-JURIS       PIC X(3).
           05  EX-CERT-NO             PIC X(15).
           05  EX-REASON              PIC X(20).
      * Last day the certificate covers.
           05  EX-EXPIRY-DATE         PIC 9(8).
