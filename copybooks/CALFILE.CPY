           select cal-file
                  assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is cl-period
                  file status is cal-stat.
