    *> One line of the CIPHCERM key ceremony register - a new partner
    *> key (P a DEPTTAB passphrase, T a KEYTAB table export) split into
    *> two custodian components, and how far each component has got:
    *> P printed, D dispatched by its route, C receipt confirmed by the
    *> partner reading back its check value. The ceremony is O open
    *> until both components are confirmed, A activated once they are,
    *> X voided if a component went astray. CIPHER will not load a key
    *> whose latest ceremony is not activated.
    01 ceremony-line.
        03 cm-id                  pic x(14).
        03 filler                 pic x      value space.
        03 cm-kind                pic x.
            88 cm-passphrase                 value "P".
            88 cm-table                      value "T".
        03 filler                 pic x      value space.
        03 cm-key-name            pic x(20).
        03 filler                 pic x      value space.
        03 cm-generation          pic 9(4).
        03 filler                 pic x      value space.
        03 cm-created-date        pic x(8).
        03 filler                 pic x      value space.
        03 cm-created-by          pic x(10).
        03 filler                 pic x      value space.
        03 cm-status              pic x.
            88 cm-open                       value "O".
            88 cm-activated                  value "A".
            88 cm-void                       value "X".
        03 filler                 pic x      value space.
        03 cm-closed-date         pic x(8).
        03 filler                 pic x      value space.
        03 cm-closed-by           pic x(10).
        03 filler                 pic x      value space.
        *> Check value of the whole key, for the partner to prove the
        *> two components were put back together correctly.
        03 cm-key-kcv             pic 9(8).
        03 cm-component           occurs 2 times.
            05 filler             pic x.
            05 cmc-status         pic x.
                88 cmc-printed               value "P".
                88 cmc-dispatched            value "D".
                88 cmc-confirmed             value "C".
            05 filler             pic x.
            05 cmc-kcv            pic 9(8).
            05 filler             pic x.
            05 cmc-route          pic x(12).
            05 filler             pic x.
            05 cmc-dispatch-date  pic x(8).
            05 filler             pic x.
            05 cmc-dispatch-by    pic x(10).
            05 filler             pic x.
            05 cmc-confirm-date   pic x(8).
            05 filler             pic x.
            05 cmc-confirm-by     pic x(10).
