*> Brayden Cowell - 0844864
*> Autokey Cipher.
*> Encrypt "Function" - the running-key alternative to ENCRYPT
*> Compilation Instructions in Reflection Doc!

identification division.
program-id. akencrypt.

data division.
	working-storage section.
	*> Loop iterators
	01 i pic 9999 value 1.
	01 j pic 99 value 1.

	01 pos pic 99 value 0.
	01 num pic 99 value 1.

	01 temp-char pic x.

	*> Autokey stream - the passphrase selects the rows for the first
	*> characters only; after that each row is selected by the
	*> plaintext character substituted passphrase-len places earlier,
	*> so the key never repeats with the 20-character passphrase the
	*> way ENCRYPT's Vigenere row selection does.
	01 key-counter pic 9999 value 0.
	01 key-index pic 99.
	01 key-char pic x.
	01 key-num pic 99.
	01 plain-history.
		03 plain-num pic 99 occurs 2000 times.

	*> How far the key-selected row is rotated from row(1), and the
	*> character-class bounds (letters/digits/accented) a
	*> substitution is kept inside - the same rules ENCRYPT keeps, so
	*> letters stay letters and the case mask still carries across.
	01 row-shift pic 99.
	01 class-start pic 99.
	01 class-width pic 99.

	*> Any of the 46 rows can select the next substitution, so all 46
	*> are resolved up front - and kept between calls for as long as
	*> the caller's table stays the same, since a document is
	*> enciphered one record at a time against one table.
	01 ord-val pic 999.
	01 char-index-table.
		03 char-index pic 99 occurs 256 times.
	01 row-subst-tables.
		03 row-subst occurs 46 times.
			05 subst-char pic x occurs 46 times.
	01 tables-built-for pic x(2116) value spaces.

	linkage section.
	01 input-text pic x(2000).

	copy "alphatab.cpy".

	01 passphrase pic x(20).
	01 passphrase-len pic 99.

procedure division using input-text, alphabet-record, passphrase, passphrase-len.

*> Build the tables (when the table has changed), run the text
*> through them, and get out.
mainline.
	if alphabet-record not = tables-built-for
		perform build-tables
		move alphabet-record to tables-built-for
	end-if.
	perform translate.
	exit program.

*> Build the per-table lookups. row(1) is always the unshifted base
*> alphabet (a-z0-9-accented, 46 wide), so it doubles as the
*> reference string for both tables.
build-tables.
	perform varying i from 1 by 1 until i > 256
		move 0 to char-index(i)
	end-perform.

	perform varying i from 1 by 1 until i > 46
		compute ord-val = function ord(row(1)(i:1))
		move i to char-index(ord-val)
	end-perform.

	perform varying pos from 1 by 1 until pos > 46
		perform build-one-row-table
	end-perform.

*> Resolve every one of the 46 substitutions under the rotation row
*> pos carries - the same within-class shift ENCRYPT applies.
build-one-row-table.
	move 0 to row-shift.
	inspect row(pos) tallying row-shift for characters before "a".
	compute row-shift = function mod(46 - row-shift, 46).

	perform varying j from 1 by 1 until j > 46
		if j <= 26
			move 1 to class-start
			move 26 to class-width
		else
			if j <= 36
				move 27 to class-start
				move 10 to class-width
			else
				move 37 to class-start
				move 10 to class-width
			end-if
		end-if

		compute num = class-start + function mod((j - class-start) + row-shift, class-width)
		move row(1)(num:1) to subst-char(pos, j)
	end-perform.

*> Which row a passphrase character selects - its place in row(1),
*> the same reckoning ENCRYPT uses, a character off the table falling
*> back to the first row.
passphrase-row.
	move passphrase(key-index:1) to key-char.

	move 0 to key-num.
	inspect row(1) tallying key-num for characters before key-char.
	add 1 to key-num.

	move key-num to pos.
	if pos is not equal to 46 then
		move function mod(pos,46) to pos
	end-if.

*> Read each character one at a time, replacing it through the row
*> the running key selects. key-counter is reset so every call
*> starts its stream fresh at the passphrase's first character; it
*> advances only on characters the cipher actually substitutes.
translate.
	move 0 to key-counter.

	perform varying i from 1 by 1 until i > 2000
		move input-text(i:1) to temp-char
		if temp-char not = space
			compute ord-val = function ord(temp-char)
			move char-index(ord-val) to num
			if num > 0
				if key-counter < passphrase-len
					compute key-index = key-counter + 1
					perform passphrase-row
				else
					move plain-num(key-counter - passphrase-len + 1) to pos
				end-if
				add 1 to key-counter
				move num to plain-num(key-counter)
				move subst-char(pos, num) to input-text(i:1)
			end-if
		end-if
	end-perform.
