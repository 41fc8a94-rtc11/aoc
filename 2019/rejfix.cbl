        *> corrected entries are removed from the reject file on the
        *> way through - once a record is on the resubmit file,
        *> leaving it in the queue would let a second pass correct
        *> and merge the same fuel twice. only an operator signed on
        *> with the reject repair role can run it, and every
        *> correction goes on the audit log under the operator's id.

        ENVIRONMENT DIVISION.
        input-output section.
            select keep_file assign to keep_filename
                organization is line sequential
                status is keep_file_status.
            select operator_file assign to operator_filename
                organization is line sequential
                status is operator_file_status.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.

        DATA DIVISION.
        file section.
            05 rejected_reason_text pic x(20).
            05 filler pic x(1).
            05 rejected_supplier pic x(10).
            05 filler pic x(1).
            05 rejected_source pic x(40).
            05 filler pic x(1).
            05 rejected_run_ts pic x(14).

        fd resubmit_file.
        copy "inputrec.cpy".

        fd keep_file.
        01 keep_record pic x(171).

        fd operator_file.
        copy "operrec.cpy".

        fd audit_log_file.
        01 audit_log_record.
            05 audit_ts_out pic x(14).
            05 audit_gap pic x(1).
            05 audit_message_out pic x(80).

        working-storage section.
        copy "signon-ws.cpy".
        01 audit_log_filename pic x(13) value "audit_log.txt".
        01 audit_log_file_status pic xx.
        01 audit_timestamp pic x(21).
        01 audit_message pic x(80).
        01 filename pic x(40) value "reject.txt".
        copy "fileio-ws.cpy".
        01 resubmit_filename pic x(12) value "resubmit.txt".

        PROCEDURE DIVISION.
        main.
           perform sign_on_operator
           move 'R' to role_wanted
           perform check_operator_role
           if not role_granted
               perform refuse_without_role
               move 16 to return-code
               stop run
           end-if
           open output resubmit_file
           if resubmit_file_status not = '00'
               display "failed to open " resubmit_filename ": "
               " skipped: " skipped_count
           display "resubmit file written to "
               function trim(resubmit_filename)
           string "reject repair: " corrected_count " corrected, "
               skipped_count " left in the queue"
               delimited by size into audit_message
           end-string
           perform log_audit_message
           stop run.

        rewrite_reject_file.
               " reason: " rejected_reason_code
               " " rejected_reason_text
               " supplier: " rejected_supplier.
           display "manifest: " function trim(rejected_source)
               " run: " rejected_run_ts.
           display "original: "
               function trim(rejected_mass_text).
           display "corrected mass (blank to skip): "
           move corrected_mass_text to record_data.
           write input_record.
           add 1 to corrected_count.
           string "corrected " delimited by size
               rejected_module_id delimited by space
               " mass " delimited by size
               rejected_mass_text delimited by space
               " to " delimited by size
               corrected_mass_text delimited by space
               " from " delimited by size
               rejected_source delimited by space
               into audit_message
           end-string.
           perform log_audit_message.

        after_open_error.
           continue.

        after_read_error.
           continue.

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
           move audit_timestamp(1:14) to audit_ts_out.
           move space to audit_gap.
           move spaces to audit_message_out.
           if signed_on
               string "rejfix " delimited by size
                   signed_on_id delimited by space
                   ": " delimited by size
                   audit_message delimited by size
                   into audit_message_out
               end-string
           else
               string "rejfix: " audit_message
                   delimited by size into audit_message_out
               end-string
           end-if.
           write audit_log_record.
           close audit_log_file.
           move spaces to audit_message.

        copy "signon.cpy".
