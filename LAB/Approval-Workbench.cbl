                   call "Param-Activate" using
                                  by content appr-journal-seq
                                  by reference bool
               when appr-is-staff-change
                   call "Staff-Activate" using
                                  by content appr-journal-seq
                                  by reference bool
                                  by content ls-staff-id
               when appr-is-loan-writeoff
                   call "Loan-Writeoff-Post" using
                                  by content appr-journal-seq
                                  by reference bool
                                  by content ls-staff-id
               when appr-is-lien-lift
                   call "Lien-Lift-Post" using
                                  by content appr-journal-seq
                                  by reference bool
                                  by content ls-staff-id
               when appr-is-attorney
                   call "Authority-Activate" using
                                  by content appr-journal-seq
                                  by reference bool
                                  by content ls-staff-id
               when appr-is-draft
                   call "Draft-Post" using
                                  by content appr-journal-seq
                                  by reference bool
                                  by content ls-staff-id
               when appr-is-loan-application
                   call "Loan-Open" using
                                  by content appr-journal-seq
                                  by reference bool
                                  by content ls-staff-id
               when other
                   call "Open-Account" using
                                  by content appr-customer-id
