           MOVE AT-TRANS-CODE TO AJ-TRANS-CODE
           MOVE AT-AMOUNT TO AJ-AMOUNT
           MOVE WS-ABC1-BALANCE TO AJ-RESULT-BALANCE
           MOVE AT-SOURCE-CODE TO AJ-SOURCE-CODE
           MOVE AT-STUDENT-ID TO AJ-STUDENT-ID
           MOVE AT-COURSE-ID TO AJ-COURSE-ID
           MOVE AT-TERM-ID TO AJ-TERM-ID
           WRITE AJ-JOURNAL-RECORD
           IF NOT WS-POST-JOURNAL-OK
               DISPLAY 'ERROR WRITING POST-JOURNAL, STATUS = '
