           select budget-file
                  assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is bg-key
                  file status is budget-stat.
