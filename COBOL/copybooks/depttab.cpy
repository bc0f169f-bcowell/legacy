        *> regional offices stay five manifest codes while exactly one
        *> real key exists to rotate.
        03 dept-alias-of          pic x(10).
        *> Key generation - which numbered generation of this code's
        *> key the record holds now. DEPTMNT bumps it on every
        *> rotation and files the superseded key on CIPHKHST under
        *> the old number, so a delivery enciphered three rotations
        *> ago still names a key that can be found. Blank or zero on a
        *> record from before the history existed reads as 1.
        03 dept-key-generation    pic 9(4).
        *> Cipher algorithm - "A" enciphers this partner's files under
        *> the autokey variant (AKENCRYPT/AKDECRYPT), whose key stream
        *> does not repeat with the passphrase; "T" or blank keeps the
        *> original Trithemius/Vigenere row selection.
        03 dept-cipher-algorithm  pic x.
        *> "Y" seals this partner's envelopes - the trailer carries a
        *> value computed from the content and the partner's own key,
        *> so a delivery altered by anyone without the key fails on
        *> decipher instead of passing the plain checksum.
        03 dept-seal-flag         pic x.
        *> Agreed turnaround in minutes from a file's arrival to the
        *> end of its processing - what SLARPT measures this partner's
        *> files against. Zero (or blank, on a record from before the
        *> agreements were held here) means no turnaround is promised.
        03 dept-sla-minutes       pic 9(4).
        *> "Y" holds every delivery enciphered for this partner on the
        *> CIPHHOLD release queue until a supervisor releases it -
        *> DSPPACK will not package it before then. Blank or "N"
        *> sends it out the night it is written.
        03 dept-review-flag       pic x.
        *> Largest file this partner's transfer gateway will accept, in
        *> kilobytes. Non-zero makes every delivery enciphered for them
        *> go out as a numbered volume set as well, no volume over the
        *> cap, each with its own header and trailer. Zero (or blank,
        *> on a record from before the caps were held here) means the
        *> gateway takes a file of any size.
        03 dept-volume-kb         pic 9(6).
