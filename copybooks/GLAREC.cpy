      ******************************************************************
      *  GLAREC.cpy
      *  GL account-mapping table record.  Maintained by finance, one
      *  row per posting class and sales channel naming the general
      *  ledger account the GL posting job (DSCGLPST) posts that
      *  class to.  A channel of "**" is the default row for the
      *  class and covers any channel without a row of its own, so a
      *  new channel posts somewhere sensible before finance gets to
      *  it.
      ******************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GLA-ACCOUNT-CLASS       PIC X(04).
               88  GLA-GROSS-SALES     VALUE "GSAL".
               88  GLA-LINE-DISCOUNT   VALUE "DLIN".
               88  GLA-PROMO-DISCOUNT  VALUE "DPRM".
               88  GLA-CONTRACT-DISCOUNT
                                       VALUE "DCTR".
               88  GLA-RECEIVABLE      VALUE "RECV".
               88  GLA-SALES-RETURNS   VALUE "CRTN".
               88  GLA-CREDIT-DISCOUNT VALUE "CDSC".
               88  GLA-SALES-TAX       VALUE "STAX".
               88  GLA-CLASS-VALID     VALUES "GSAL" "DLIN" "DPRM"
                                              "DCTR" "RECV" "CRTN"
                                              "CDSC" "STAX".
           05  GLA-CHANNEL             PIC X(02).
               88  GLA-ANY-CHANNEL     VALUE "**".
           05  GLA-GL-ACCOUNT          PIC X(12).
           05  GLA-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(10).
