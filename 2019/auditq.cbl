        *> appends to every run: pull entries by date range or by
        *> keyword, and move entries older than a given number of
        *> days into a dated archive file so the live log stays
        *> small enough to read. the operator signs on first;
        *> queries need inquiry or the master housekeeping role,
        *> PURGE housekeeping alone, and every purge goes on the log
        *> it trims.

        ENVIRONMENT DIVISION.
        input-output section.
            select keep_file assign to keep_filename
                organization is line sequential
                status is keep_file_status.
            select operator_file assign to operator_filename
                organization is line sequential
                status is operator_file_status.

        DATA DIVISION.
        file section.
        fd audit_log_file.
        01 audit_log_record.
            05 audit_ts_in pic x(14).
            05 audit_gap_in pic x(1).
            05 audit_message_in pic x(80).

        fd archive_file.
        fd keep_file.
        01 keep_record pic x(95).

        fd operator_file.
        copy "operrec.cpy".

        working-storage section.
        copy "signon-ws.cpy".
        01 audit_log_filename pic x(13) value "audit_log.txt".
        01 audit_log_file_status pic xx.
        01 audit_timestamp pic x(21).
        01 audit_message pic x(80).
        01 audit_eof_flag pic x value 'n'.
            88 audit_eof value 'y'.
        01 archive_filename pic x(26).

        PROCEDURE DIVISION.
        main.
           perform sign_on_operator
           display "audit log query - commands:"
           display "  DATE <from yyyymmdd> <to yyyymmdd>"
           display "  FIND <keyword>"
           move function upper-case(action_word) to action_word.

        apply_command.
           evaluate action_word
               when "DATE"
               when "FIND"
                   move 'M' to role_wanted
                   perform check_inquiry_role
               when "PURGE"
                   move 'M' to role_wanted
                   perform check_operator_role
               when other
                   set role_granted to true
           end-evaluate.
           if not role_granted
               perform refuse_without_role
               exit paragraph
           end-if.
           evaluate action_word
               when "DATE"
                   perform query_by_date
                   function trim(archive_filename)
               display kept_count " entries kept in "
                   audit_log_filename
               string "purged " moved_count " dated before "
                   cutoff_text " into " delimited by size
                   archive_filename delimited by space
                   into audit_message
               end-string
               perform log_audit_message
           else
               display "failed to replace " audit_log_filename
                   " - trimmed copy left in " keep_filename
               display "failed to open " audit_log_filename ": "
                   audit_log_file_status
           end-if.

        log_audit_message.
      *> opened for each line - a session writes only a handful, and
      *> a line on the log is never left waiting in a buffer. the
      *> operator signed on goes in front of every line.
           open extend audit_log_file.
           if audit_log_file_status = '35'
               open output audit_log_file
           end-if.
           if audit_log_file_status not = '00'
               display "[WARN] failed to open " audit_log_filename
                   ": " audit_log_file_status " - not logged"
               move spaces to audit_message
               exit paragraph
           end-if.
           move function current-date to audit_timestamp.
           move audit_timestamp(1:14) to audit_ts_in.
           move space to audit_gap_in.
           move spaces to audit_message_in.
           if signed_on
               string "auditq " delimited by size
                   signed_on_id delimited by space
                   ": " delimited by size
                   audit_message delimited by size
                   into audit_message_in
               end-string
           else
               string "auditq: " audit_message
                   delimited by size into audit_message_in
               end-string
           end-if.
           write audit_log_record.
           close audit_log_file.
           move spaces to audit_message.

        copy "signon.cpy".
