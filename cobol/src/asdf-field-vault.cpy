      *Record layout for the field vault, /var/lib/asdf/field-vault,
      *kept by asdf-protect-field. A protected personal field holds
      *only a keyed token in its own record; the value itself lives
      *here, AES-enciphered under the installation key, so a copy of
      */var/lib/asdf or of a backup without /etc/asdf/field-key reads
      *back neither the value nor a way to it. One entry per distinct
      *value: two accounts sharing a bank reference share the entry.
      *An erased entry stays in place as spaces throughout.
       01 :X:-vault-entry.
      *The protected form less its marker byte - the first 20
      *characters of the base64 HMAC-SHA256 of the value under the
      *key - so a field is found here by what its record holds.
           02 :X:-token                PIC X(20).
      *base64 of openssl's salted AES-256-CBC output, on one line.
           02 :X:-ciphertext           PIC X(400).
