               EXEC SQL
                   INSERT INTO assignment_history
                       (term_code, employee_id, section_id,
                        course_code, period, meeting_days, room,
                        rolled_date)
                   SELECT CASE
                            WHEN COALESCE(term_code, '      ')
                                 = '      '
                            ELSE term_code
                          END,
                          employee_id, section_id, course_code,
                          period, meeting_days, room,
                          :WS-RUN-DATE
                   FROM class_assignments
               END-EXEC
