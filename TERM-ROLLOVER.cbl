               RECORD KEY IS MST-STUDENT-NUMBER.

      *    cumulative archive of every slot ever rolled over - one
      *    record per student per course per term, appended to here
      *    the same append-only way as PAYMENT-HISTORY.txt; only
      *    GRADE-CHANGE.cbl rewrites it, to correct an archived
      *    mark, and RETENTION-PURGE.cbl, to move records past
      *    retention to its archive.  OPTIONAL because the first
      *    rollover ever creates it.
           SELECT OPTIONAL COURSE-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
