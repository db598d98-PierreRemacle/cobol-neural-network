    *> REVMSEL.CPY
    *> FILE-CONTROL entry for the keyed review master kept by
    *> REVIEW-MANAGER. Every night's mnist_review_queue.csv is loaded
    *> into it under the scoring run id plus image id, so queue items
    *> survive the next run overwriting the CSV, and each item carries
    *> its own work state until its confirmed label has been handed to
    *> READ-MNIST FINETUNE exactly once.
    SELECT REVIEW-MASTER-FILE
        ASSIGN TO 'mnist/review_master.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RV-KEY
        FILE STATUS IS RV-STATUS.
