        03 oper-pw-expiry         pic x(8).
        03 oper-prev-passwords.
            05 oper-prev-pw       pic x(10)  occurs 3 times.
        *> Access recertification - the day of the last good sign-on
        *> (blank until the first one after these fields existed), the
        *> manager who answers for this operator's access at the
        *> quarterly review, and the day the dormancy clock runs from
        *> when there has been no sign-on since (set on add, unlock and
        *> recertification). The last review decision - K kept, R
        *> revoked - sits with when and by whom. A locked record says
        *> why: blank for failed sign-ons, D suspended as dormant, R
        *> revoked at review.
        03 oper-last-signon       pic x(8).
        03 oper-manager           pic x(10).
        03 oper-dormancy-from     pic x(8).
        03 oper-recert-decision   pic x.
            88 oper-recert-kept              value "K".
            88 oper-recert-revoked           value "R".
        03 oper-recert-date       pic x(8).
        03 oper-recert-by         pic x(10).
        03 oper-lock-reason       pic x.
            88 oper-lock-dormant             value "D".
            88 oper-lock-revoked             value "R".
