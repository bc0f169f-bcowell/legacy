*> Brayden Cowell - 0844864
*> SEALROLL - roll one enveloped record into a keyed seal
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. sealroll.

data division.
working-storage section.
    *> Every byte of the record goes in, each one weighted by the
    *> passphrase character its position falls on, then the record's
    *> length, so a record can neither be edited nor split or joined
    *> to another without the key to roll the seal again.
    01 roll-idx			pic 9999.
    01 key-idx			pic 99.
    01 key-weight		pic 999.

linkage section.
    *> The running seal for the document so far, the record as it
    *> sits in the envelope with its length, and the key the seal is
    *> rolled under.
    01 seal-hash		pic 9(8).
    01 seal-record		pic x(2000).
    01 seal-record-length	pic 9999.
    01 seal-passphrase		pic x(20).
    01 seal-passphrase-len	pic 99.


procedure division using seal-hash, seal-record, seal-record-length,
    seal-passphrase, seal-passphrase-len.
*> CIPHER rolls the seal writing an envelope and again checking one,
*> and REKEY rolls the old key's seal and the new key's - all through
*> this one routine, so a resealed generation is exactly what a
*> decipher will verify.
mainline.
    move 1 to key-weight.

    perform varying roll-idx from 1 by 1 until roll-idx > seal-record-length
        if seal-passphrase-len > 0
            compute key-idx = function mod(roll-idx - 1, seal-passphrase-len) + 1
            compute key-weight = function ord(seal-passphrase(key-idx:1))
        end-if
        compute seal-hash = function mod(
            seal-hash * 131 + function ord(seal-record(roll-idx:1)) * key-weight, 99999989)
    end-perform.

    compute seal-hash = function mod(seal-hash * 131 + seal-record-length, 99999989).
    exit program.
