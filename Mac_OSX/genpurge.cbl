      *
      * Retention comes from an optional policy file - one line per
      * artifact type, the type in columns 1-8 (SORTED, DUPS,
      * REJECTS, DELTA, STATS, STALE, DUPDROPS, EXCEPTS, PART,
      * SUBSCR, MASTBKUP, ACCTBKUP, XREFBKUP), the days to keep in
      * columns 10-13 - with SORT_RETAIN_DAYS (default 30) covering
      * every type the policy file does not name. Give MASTBKUP,
      * ACCTBKUP and XREFBKUP the same retention: ROLLBACK restores
      * the backups of a run only together.
      *
      * Positional args (each falls back to an environment
      * variable, then a default): 1=catalog file, 2=retention
