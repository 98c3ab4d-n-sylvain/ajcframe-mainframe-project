       01 ENR-REJETS            PIC X(122).

       FD SUSPENS-MAJDB.
       01 ENR-SUSPENS           PIC X(91).

       FD SUSPENS-ENCAISSE.
       01 ENR-PAYSUSP           PIC X(102).

       FD SUSPENS-RETOURS.
       01 ENR-RETSUSP           PIC X(53).
       01 ENR-CUSTSUSP          PIC X(196).

       FD RECYCLE-VEU.
       01 ENR-VENTRVEU          PIC X(52).

       FD RECYCLE-VAS.
       01 ENR-VENTRVAS          PIC X(52).

       FD RECYCLE-VAM.
       01 ENR-VENTRVAM          PIC X(52).

       FD RECYCLE-NEWPRODS.
       01 ENR-NEWPROD2          PIC X(80).
