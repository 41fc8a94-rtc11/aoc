        *> file that day1 validates manifests against: add and delete
        *> module ids, list the current contents, and write the file
        *> back on END. ids not on this list are sent to the suspense
        *> file by day1 instead of contributing fuel. the operator
        *> signs on first; changes need the reference maintenance
        *> role, LIST that or inquiry, and every add and delete goes
        *> on the audit log under the operator's id.

        ENVIRONMENT DIVISION.
        input-output section.
            select reference_file assign to reference_filename
                organization is line sequential
                status is reference_file_status.
            select operator_file assign to operator_filename
                organization is line sequential
                status is operator_file_status.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.

        DATA DIVISION.
        file section.
        01 reference_record.
            05 reference_id pic x(10).

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
        01 reference_filename pic x(10) value "modref.txt".
        01 reference_file_status pic xx.
        01 reference_eof_flag pic x value 'n'.
            88 maintenance_done value 'y'.
        01 changed_flag pic x value 'n'.
            88 list_changed value 'y'.
        01 change_count pic 9(4) value zero.
        01 write_failed_flag pic x value 'n'.
            88 reference_write_failed value 'y'.

        PROCEDURE DIVISION.
        main.
           perform sign_on_operator
           perform load_reference_table
           display "authorized-module maintenance - " authorized_total
               " ids loaded"
           end-perform
           if list_changed
               perform write_reference_table
      *> the adds and deletes went on the log as they were keyed -
      *> a file that was never written has to say they are lost.
               if reference_write_failed
                   display "[ERROR] " reference_filename
                       " not rewritten - " change_count
                       " change(s) lost"
                   string reference_filename " not rewritten - "
                       change_count " change(s) lost"
                       delimited by size into audit_message
                   end-string
                   perform log_audit_message
                   move 12 to return-code
               else
                   display reference_filename " rewritten with "
                       authorized_total " ids"
                   string reference_filename " rewritten with "
                       authorized_total " ids"
                       delimited by size into audit_message
                   end-string
                   perform log_audit_message
               end-if
           else
               display "no changes - " reference_filename
                   " left as it was"
        apply_command.
           evaluate action_word
               when "ADD"
                   move 'F' to role_wanted
                   perform check_operator_role
                   if role_granted
                       perform add_module_id
                   else
                       perform refuse_without_role
                   end-if
               when "DEL"
                   move 'F' to role_wanted
                   perform check_operator_role
                   if role_granted
                       perform delete_module_id
                   else
                       perform refuse_without_role
                   end-if
               when "LIST"
                   move 'F' to role_wanted
                   perform check_inquiry_role
                   if role_granted
                       perform list_module_ids
                   else
                       perform refuse_without_role
                   end-if
               when "END"
                   set maintenance_done to true
               when spaces
           add 1 to authorized_total.
           move action_id to authorized_id(authorized_total).
           set list_changed to true.
           add 1 to change_count.
           display function trim(action_id) " added".
           string "added authorized module " action_id
               delimited by size into audit_message
           end-string.
           perform log_audit_message.

        delete_module_id.
           if action_id = spaces
               to authorized_id(found_index).
           subtract 1 from authorized_total.
           set list_changed to true.
           add 1 to change_count.
           display function trim(action_id) " deleted".
           string "deleted authorized module " action_id
               delimited by size into audit_message
           end-string.
           perform log_audit_message.

        list_module_ids.
           move 1 to scan_index.
           if reference_file_status not = '00'
               display "failed to open " reference_filename ": "
                   reference_file_status
               set reference_write_failed to true
               exit paragraph
           end-if.
           move 1 to scan_index.
               add 1 to scan_index
           end-perform.
           close reference_file.

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
               string "refmaint " delimited by size
                   signed_on_id delimited by space
                   ": " delimited by size
                   audit_message delimited by size
                   into audit_message_out
               end-string
           else
               string "refmaint: " audit_message
                   delimited by size into audit_message_out
               end-string
           end-if.
           write audit_log_record.
           close audit_log_file.
           move spaces to audit_message.

        copy "signon.cpy".
