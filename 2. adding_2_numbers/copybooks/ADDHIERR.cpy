      *****************************************************************
      *    ADDHIERR.CPY
      *    Account hierarchy record, held in the indexed ADDHIER
      *    dataset keyed on ADDHIER-CODE and maintained on the
      *    ADDING_2_NUMBERS_ACCTMNT screen.  Two kinds of record
      *    share the file:
      *
      *    - a rollup node (branch, region, division, company) with
      *      its description and the node it rolls up into; the top
      *      node of the tree - the company - has no parent;
      *    - an account link, one per ADDACCT account placed in the
      *      tree, naming the node the account rolls up into.
      *
      *    Node codes and account codes never coincide, every parent
      *    named must be a node already on file, and no node may
      *    become its own ancestor, so ADDING_2_NUMBERS_ROLLUP can
      *    always walk an account up to the company.
      *****************************************************************
       01  ADDHIER-RECORD.
           05  ADDHIER-CODE           PIC X(8).
           05  ADDHIER-TYPE           PIC X.
               88  ADDHIER-NODE           VALUE "N".
               88  ADDHIER-ACCOUNT-LINK   VALUE "A".
           05  ADDHIER-DESCRIPTION    PIC X(30).
           05  ADDHIER-PARENT         PIC X(8).
           05  ADDHIER-CHANGED-BY     PIC X(8).
           05  ADDHIER-CHANGED-DATE   PIC X(8).
