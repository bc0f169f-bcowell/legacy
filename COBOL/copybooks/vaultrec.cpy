    *> Record layout for the CIPHVAULT token vault - one record per
    *> account number ever tokenized: the real value and the surrogate
    *> token standing in for it. Keyed on the value, so the same
    *> account always gets the same token back, and on the token, so
    *> a detokenize run finds the value again. One control record
    *> (value "*NEXT-TOKEN", token 0) carries the last token issued.
    01 vault-record.
        03 vault-value            pic x(40).
        03 vault-token            pic 9(10).
        03 vault-created          pic x(15).
        03 vault-created-by       pic x(10).
        03 vault-last-issued      pic 9(10).
