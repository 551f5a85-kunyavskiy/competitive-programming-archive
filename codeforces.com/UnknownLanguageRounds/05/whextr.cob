            DISPLAY "WHEXTR: run summaries written     " WS-CNT-EDIT
            MOVE WS-REJECT-CNT TO WS-CNT-EDIT
            DISPLAY "WHEXTR: reject records written    " WS-CNT-EDIT
            GOBACK.

          READ-DATE-CONTROL.
            OPEN INPUT DATE-CONTROL-FILE
