    *> One line of the CIPHLHLD legal-hold register - what Legal has
    *> frozen and on whose say-so. A hold names a department/partner
    *> code, a saved table name, a filename pattern (a trailing * for
    *> a prefix), or any mix of them; anything matching any of them is
    *> covered while the hold is active. Status A active, L lifted.
    01 legal-hold-line.
        03 lh-reference           pic x(12).
        03 filler                 pic x      value space.
        03 lh-dept                pic x(10).
        03 filler                 pic x      value space.
        03 lh-table               pic x(20).
        03 filler                 pic x      value space.
        03 lh-pattern             pic x(20).
        03 filler                 pic x      value space.
        03 lh-placed-by           pic x(10).
        03 filler                 pic x      value space.
        03 lh-placed-date         pic x(8).
        03 filler                 pic x      value space.
        03 lh-status              pic x.
            88 lh-active                     value "A".
        03 filler                 pic x      value space.
        03 lh-lifted-by           pic x(10).
        03 filler                 pic x      value space.
        03 lh-lifted-date         pic x(8).
