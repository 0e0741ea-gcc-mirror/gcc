      *  once, its .cbl exists in this tree.  Add a line (and bump
      *  WS-MANIFEST-ENTRY-COUNT) the day a new routine is added;
      *  nothing else in this copybook needs to change.
        05  WS-MANIFEST-ENTRY-NAME PIC X(32) OCCURS 101 TIMES
                                    INDEXED BY WS-MANIFEST-IDX
            VALUES
                'CBL_ACCOUNT_NUMBER'       'CBL_ALERT_RUNBOOK'
                'CBL_ALLOC_MEM'            'CBL_ARCHIVE'
                'CBL_ARCHIVE_AND_PURGE'    'CBL_ARCHIVE_COMPRESSED'
                'CBL_AUDIT_LOG'
                'CBL_CONTROL_TOTAL'
                'CBL_COPY_FILE'            'CBL_DELETE_FILE'
                'CBL_DISK_FREE'            'CBL_ENTITY_RESOLVE'
                'CBL_ENV_SNAPSHOT'         'CBL_FEED_EVENT'
                'CBL_FEED_GENERATION'
                'CBL_FEED_READY'           'CBL_FILE_CHECKSUM'
                'CBL_FREE_MEM'             'CBL_FUNCTION_AVAILABLE'
                'CBL_GENERATION_GROUP'
                'CBL_GET_CURRENT_DIR'      'CBL_HEARTBEAT'
                'CBL_HELD_MAIL'
                'CBL_INCIDENT_CAPTURE'     'CBL_LOCK_QUERY'
                'CBL_LOCK_REGISTER'        'CBL_LOCK_RELEASE'
                'CBL_PUBLISH_FILE'         'CBL_RAISE_ALERT'
                'CBL_RUN_ID'
                'CBL_SEND_FILE'
                'CBL_SEND_STATUS_PING'
                'CBL_SLEEP'
                'CBL_UNARCHIVE'            'CBL_WAIT_FOR_FILE'
                'CBL_WRITE_FILE'           'CBL_WRITE_MANIFEST'
                'posix-accept'             'posix-bind'
                'posix-chmod'              'posix-chown'
                'posix-unlink'             'posix-waitpid'
                'posix-write'              'stored-char-length'
                'stored-char-length-nul'.
        77  WS-MANIFEST-ENTRY-COUNT    BINARY-LONG VALUE 101.
