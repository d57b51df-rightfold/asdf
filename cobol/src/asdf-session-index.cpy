      *A pending entry was issued from a source the account had never
      *been seen at before and is waiting for asdf-confirm-login's
      *one-time code; it authenticates nothing until confirmed.
      *A change-only entry was issued against a password past the
      *maximum password age (asdf-check-password-age); the session
      *checks refuse it just the same, and asdf-change-password alone
      *accepts it - setting a new password turns it active.
      *A terms-only entry belongs to an account that has yet to
      *accept a version of the terms or the privacy notice now in
      *force (asdf-check-terms); the session checks refuse it too,
      *and asdf-accept-terms alone accepts it - turning it active
      *once nothing is left outstanding.
      *The record is fixed length, so entries written before this
      *byte existed misalign every read until asdf-migrate-records
      *rewrites the file (marking them active; expiry still
               88 :X:-status-active    VALUE 'A'.
               88 :X:-status-revoked   VALUE 'R'.
               88 :X:-status-pending   VALUE 'P'.
               88 :X:-status-change-only VALUE 'C'.
               88 :X:-status-terms-only VALUE 'T'.
