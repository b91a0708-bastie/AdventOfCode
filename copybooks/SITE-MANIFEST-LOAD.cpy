*>
*> FIND-SITE-FOR-RECORD answers "which site contributed merged
*> record N": set LOOKUP-RECORD-NUMBER, PERFORM it, and read the
*> answer from FOUND-SITE-ID (UNKNOWN when no range covers N) and
*> FOUND-SITE-INDEX (ZERO when no range covers N).
*> ----------------------------------------------- <*
  LOAD-SITE-MANIFEST SECTION.
    MOVE 'N' TO MANIFEST-LOADED-FLAG
*> ----------------------------------------------- <*
  FIND-SITE-FOR-RECORD SECTION.
    MOVE "UNKNOWN " TO FOUND-SITE-ID
    MOVE ZERO TO FOUND-SITE-INDEX
    MOVE 0 TO MANIFEST-INDEX
    PERFORM UNTIL MANIFEST-INDEX = MANIFEST-SITE-COUNT
      ADD 1 TO MANIFEST-INDEX
         AND LOOKUP-RECORD-NUMBER NOT GREATER THAN
             MANIFEST-LAST-RECORD (MANIFEST-INDEX)
        MOVE MANIFEST-SITE-ID (MANIFEST-INDEX) TO FOUND-SITE-ID
        MOVE MANIFEST-INDEX TO FOUND-SITE-INDEX
      END-IF
    END-PERFORM
  . *>END SECTION
