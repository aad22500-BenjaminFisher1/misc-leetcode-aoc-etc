      * keeps the key unique without losing either.  Entries
      * under one NAME read back in stamp order, which is the
      * order the flat file carried them.
      *
      * AM-APPROVER carries the flat entry's AU-APPROVER - the
      * second operator on an approved void or reissue - and
      * is spaces on every other entry.
      ******************************************************
       01  AUDIT-MASTER-RECORD.
           05 AM-KEY.
           05 AM-ACTION           PIC X.
           05 AM-OPERATOR         PIC X(8).
           05 AM-SOURCE           PIC X(8).
           05 AM-APPROVER         PIC X(8).
