           05  NTF-EXTRACTED-FLAG      PIC X(01).
               88  NTF-EXTRACTED               VALUE 'Y'.
               88  NTF-PENDING                 VALUE 'N'.
      * Why the customer is being told, where the type alone does
      * not say - the clearing return reason on an 'RTN '
      * notification (see CLRRTN), the dispute reason (D01-D05) on
      * the ones DSPMNT queues. Spaces otherwise. Appended after
      * the original fields so existing record offsets stand.
           05  NTF-REASON-CODE         PIC X(04).
