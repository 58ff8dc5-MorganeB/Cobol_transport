           2 dateClotureIncident pic 9(8).

       fd f-auditSource.
       1 ligneAuditSource pic x(100).

       fd f-image.
       1 ligneImage pic x(200).
