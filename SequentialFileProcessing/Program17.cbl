                            move "END" to ws-type-description
                       when 'F'
                            move "FORCED" to ws-type-description
                       when 'B'
                            move "BACKOUT" to ws-type-description
                       when other
                            move "?" to ws-type-description
                   end-evaluate
