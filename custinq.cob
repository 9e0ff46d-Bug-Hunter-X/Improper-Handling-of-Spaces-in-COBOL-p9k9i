                   WRITE INQUIRY-REPORT-LINE
                       FROM WS-LABEL-DETAIL-LINE
                   MOVE "STATUS        :" TO LD-LABEL
                   EVALUATE TRUE
                       WHEN CM-STATUS-ACTIVE
                           MOVE "ACTIVE" TO LD-VALUE
                       WHEN CM-STATUS-ERASED
                           MOVE "ERASED ON REQUEST" TO LD-VALUE
                       WHEN CM-STATUS-INACTIVE
                           MOVE "INACTIVE" TO LD-VALUE
                       WHEN OTHER
                           MOVE CM-CUSTOMER-STATUS TO LD-VALUE
                   END-EVALUATE
                   WRITE INQUIRY-REPORT-LINE
                       FROM WS-LABEL-DETAIL-LINE
                   MOVE "BRANCH        :" TO LD-LABEL
