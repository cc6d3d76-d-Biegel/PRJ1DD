              88 CHK-PAID                     VALUE 'P'.
              88 CHK-VOIDED                   VALUE 'V'.
              88 CHK-CONTROL                  VALUE 'C'.
              88 CHK-ESCHEATED                VALUE 'E'.
      *       'I' WHEN DIRECTDP ISSUES THE CHECK, 'P' ONCE CHKRECN
      *       MATCHES IT ON THE BANK'S PAID-CHECK FILE, 'V' WHEN IT
      *       IS VOIDED/STOP-PAID, 'E' WHEN ESCHEAT TURNS IT OVER TO
      *       THE STATE AS UNCLAIMED PROPERTY AND STOPS IT AT THE
      *       BANK. ONLY 'I' CHECKS ARE OUTSTANDING
           02  FILLER                  PIC X.
           02  CHK-EMP-ID              PIC X(06).
           02  FILLER                  PIC X.
