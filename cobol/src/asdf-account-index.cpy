      *lookup, held in /var/lib/asdf/account-index. This lets
      *asdf-log-in find an account id from the email address a caller
      *supplies, without having to scan every account directory.
      *The address is held in its protected form (asdf-protect-field),
      *so a lookup takes the protected form of the supplied address
      *(mode 'L', which files nothing in the vault) before comparing.
       01 :X:-account-index-entry.
           02 :X:-email                PIC X(254).
           02 :X:-account-id           PIC X(16).
