      *   STATMISM - HTTP status code mismatch
      *   UNREADBL - file unreadable on disk
      *   MISSING  - file present in the manifest, gone from disk
      *   ATTRIB   - file content unchanged but its permissions,
      *              owner, group or modification time differ
      *   IMMUTBL  - any change to a file the integrity policy
      *              classes IMMUTABLE (content, attributes, a new
      *              file under the pattern, or removal)
      *   BLOCKED  - service group health check failed
      *   ASRTTEXT - content assertion: body lacks expected text
      *   ASRTJSON - content assertion: JSON field value differs
      *   ASRTFLD  - content assertion: JSON field absent
      *   ASRTSIZE - content assertion: body size out of range
      *   TXNCAPT  - transaction step: value to capture missing,
      *              or a later step needs one never captured
      *   CERTEXP  - TLS certificate inside the critical expiry
      *              threshold, or already expired
      *   OTHER    - anything not yet classified
      * COPY this into WORKING-STORAGE wherever a program builds
      * the record before CALLing "REJECTLOG", and into REJECTLOG's
